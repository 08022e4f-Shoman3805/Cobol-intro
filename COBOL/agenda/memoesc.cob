       IDENTIFICATION DIVISION.
       PROGRAM-ID. memoesc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MEMOS ASSIGN TO "memos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS me-id
           FILE STATUS IS memos-status.

           SELECT MAESTRO ASSIGN TO "deptos_maestro.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS dm-depto
           FILE STATUS IS maestro-status.

           SELECT PREFERENCIAS ASSIGN TO "preferencias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pf-operador
           FILE STATUS IS prefs-status.

           SELECT PRINTFILE ASSIGN TO "memoesc.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  MEMOS.
       COPY "memo.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MAESTRO.
       01  reg-maestro.
           05 dm-depto pic x(10).
           05 dm-gerente pic x(30).
           05 dm-capacidad pic 9(04).
           05 dm-activo pic x(01).

       FD  PREFERENCIAS.
       01  reg-preferencia.
           05 pf-operador pic x(20).
           05 pf-depto pic x(10).
           05 pf-idioma pic x(01).
           05 pf-pagina pic 9(03).
           05 pf-modo pic x(01).

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 memos-status pic x(2).
       01 maestro-status pic x(2).
       01 prefs-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 fecha-limite pic 9(08).
       01 fecha-aux pic 9(08).
       01 resultado-habil pic x(1).
       01 depto-memo pic x(10).
       01 gerente-memo pic x(30).
       01 cant-escalados pic 9(05).
       01 cant-sin-gerente pic 9(05).
       01 linea-escalado.
           05 det-id pic 9(08).
           05 filler pic x(01) value SPACES.
           05 det-fecha pic 9(08).
           05 filler pic x(01) value SPACES.
           05 det-para pic x(20).
           05 filler pic x(01) value SPACES.
           05 det-depto pic x(10).
           05 filler pic x(01) value SPACES.
           05 det-gerente pic x(20).
           05 filler pic x(01) value SPACES.
           05 det-asunto pic x(29).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-escalados
           move 0 to cant-sin-gerente

           ACCEPT hoy FROM DATE YYYYMMDD

           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "MEMOS SIN LEER ESCALADOS AL GERENTE - "
              DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "MEMO     FECHA    PARA                 "
              DELIMITED BY SIZE
              "DEPTO      GERENTE              ASUNTO"
              DELIMITED BY SIZE
              INTO linea-print
           write linea-print

           OPEN  i-o MEMOS
           IF memos-status = "00" then
              OPEN  input MAESTRO
              OPEN  input PREFERENCIAS
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ MEMOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF me-sin-leer AND NOT me-fue-escalado then
                    PERFORM VERIFICAR-DEMORA
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              IF maestro-status = "00" then
                 CLOSE MAESTRO
              END-IF
              IF prefs-status = "00" then
                 CLOSE PREFERENCIAS
              END-IF
              CLOSE MEMOS
           END-IF

           IF cant-escalados = 0 then
              MOVE SPACES TO linea-print
              move "No hay memos demorados para escalar."
                 to linea-print
              write linea-print
           END-IF
           IF cant-sin-gerente > 0 then
              MOVE SPACES TO linea-print
              STRING "Memos demorados sin gerente a quien escalar: "
                 DELIMITED BY SIZE
                 cant-sin-gerente DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-IF
           CLOSE PRINTFILE

           move "MEMOESC" to spool-reporte
           move "memoesc.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display cant-escalados " memo(s) escalados, "
              cant-sin-gerente " sin gerente. Detalle en memoesc.txt"
           IF cant-sin-gerente > 0 then
              move "A" to ret-estado
              move "memos demorados sin gerente" to ret-motivo
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       VERIFICAR-DEMORA.
           CALL 'habiles' USING "P" me-fecha fecha-aux
              resultado-habil
           CALL 'habiles' USING "P" fecha-aux fecha-limite
              resultado-habil
           IF hoy > fecha-limite then
              move me-depto to depto-memo
              IF depto-memo = SPACES AND prefs-status = "00" then
                 move me-para to pf-operador
                 READ PREFERENCIAS KEY IS pf-operador
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move pf-depto to depto-memo
                 END-READ
              END-IF
              MOVE SPACES TO gerente-memo
              IF depto-memo NOT = SPACES AND maestro-status = "00"
                 then
                 move depto-memo to dm-depto
                 READ MAESTRO KEY IS dm-depto
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move dm-gerente to gerente-memo
                 END-READ
              END-IF
              IF gerente-memo = SPACES then
                 add 1 to cant-sin-gerente
              ELSE
                 move "S" to me-escalado
                 move gerente-memo to me-escalado-a
                 move hoy to me-fecha-esc
                 REWRITE reg-memo
                 add 1 to cant-escalados
                 move me-id to det-id
                 move me-fecha to det-fecha
                 IF me-para = SPACES then
                    move "(depto)" to det-para
                 ELSE
                    move me-para to det-para
                 END-IF
                 move depto-memo to det-depto
                 move gerente-memo to det-gerente
                 move me-asunto to det-asunto
                 move linea-escalado to linea-print
                 write linea-print
                 move "MEMO-ESC" to aud-accion
                 MOVE SPACES TO aud-usuario
                 STRING "MEMO " DELIMITED BY SIZE
                    me-id DELIMITED BY SIZE
                    " A " DELIMITED BY SIZE
                    gerente-memo DELIMITED BY SIZE
                    INTO aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
              END-IF
           END-IF.
