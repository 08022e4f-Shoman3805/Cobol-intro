       IDENTIFICATION DIVISION.
       PROGRAM-ID. devcamara.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANSEXT ASSIGN TO "transferencias_ext.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS te-id
           ALTERNATE RECORD KEY IS te-cta WITH DUPLICATES
           FILE STATUS IS transext-status.

           SELECT RECHAZOS ASSIGN TO "camara_rechazos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS rechazos-status.

           SELECT PRINTFILE ASSIGN TO "devcamara.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANSEXT.
       COPY "transext.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  RECHAZOS.
       01  reg-rechazo.
           05 rc-id pic 9(06).
           05 filler pic x(01).
           05 rc-motivo pic x(03).

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 transext-status pic x(2).
       01 rechazos-status pic x(2).
       01 transext-abierto pic x(1).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 cant-leidos pic 9(05) value 0.
       01 cant-reintegros pic 9(05) value 0.
       01 cant-observados pic 9(05) value 0.
       01 total-reintegrado pic 9(10) value 0.
       01 total-edit pic z(9)9.
       01 situacion pic x(30).
       01 texto-motivo pic x(24).
       01 indice-motivo pic 9(02).
       01 motivos-tabla.
           05 filler pic x(27) value "R01cuenta inexistente      ".
           05 filler pic x(27) value "R02cuenta cerrada          ".
           05 filler pic x(27) value "R03CBU invalido            ".
           05 filler pic x(27) value "R04titular no coincide     ".
           05 filler pic x(27) value "R05cuenta bloqueada        ".
           05 filler pic x(27) value "R06moneda distinta         ".
           05 filler pic x(27) value "R99otro motivo             ".
       01 motivos REDEFINES motivos-tabla.
           05 motivo-reg OCCURS 7 TIMES.
              10 mot-codigo pic x(03).
              10 mot-texto pic x(24).
       01 resultado-asiento pic x(1).
       01 saldo-asiento pic s9(8).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 linea-dev.
           05 dev-id pic 9(06).
           05 filler pic x(01) value SPACE.
           05 dev-cta pic 9(05).
           05 filler pic x(01) value SPACE.
           05 dev-importe pic z(5)9.
           05 filler pic x(01) value SPACE.
           05 dev-motivo pic x(03).
           05 filler pic x(01) value SPACE.
           05 dev-texto pic x(24).
           05 filler pic x(01) value SPACE.
           05 dev-situacion pic x(30).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-leidos
           move 0 to cant-reintegros
           move 0 to cant-observados
           move 0 to total-reintegrado

           ACCEPT hoy FROM DATE YYYYMMDD

           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "DEVOLUCIONES DE CAMARA PROCESADAS EL "
              DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           STRING "ORDEN  CUENTA IMPORTE MOT DESCRIPCION       "
              DELIMITED BY SIZE
              "       SITUACION" DELIMITED BY SIZE
              INTO linea-print
           write linea-print

           OPEN  input RECHAZOS
           IF rechazos-status NOT = "00" then
              MOVE "  (no se recibio archivo de devoluciones)"
                 TO linea-print
              write linea-print
           ELSE
              OPEN  i-o TRANSEXT
              move "S" to transext-abierto
              move "N" to FIN-ARCHIVO
              IF transext-status NOT = "00" then
                 move "N" to transext-abierto
                 MOVE "  (no hay transferencias registradas)"
                    TO linea-print
                 write linea-print
                 MOVE "S" TO FIN-ARCHIVO
              END-IF
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ RECHAZOS
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF rc-id IS NUMERIC then
                    add 1 to cant-leidos
                    PERFORM PROCESAR-RECHAZO
                 END-IF
              END-READ
              END-PERFORM
              IF transext-abierto = "S" then
                 CLOSE TRANSEXT
              END-IF
              CLOSE RECHAZOS
           END-IF

           MOVE SPACES TO linea-print
           write linea-print
           move total-reintegrado to total-edit
           STRING "Reintegradas: " DELIMITED BY SIZE
              cant-reintegros DELIMITED BY SIZE
              " por " DELIMITED BY SIZE
              total-edit DELIMITED BY SIZE
              "  Observadas: " DELIMITED BY SIZE
              cant-observados DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           CLOSE PRINTFILE

           move "DEVCAMARA" to spool-reporte
           move "devcamara.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           move "O" to ret-estado
           move SPACES to ret-motivo
           display "Devoluciones de camara: " cant-reintegros
              " reintegrada(s), " cant-observados
              " observada(s) en devcamara.txt"
           IF cant-observados > 0 then
              move "A" to ret-estado
              move "devoluciones de camara sin reintegrar"
                 to ret-motivo
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       PROCESAR-RECHAZO.
           MOVE SPACES TO linea-dev
           move rc-id to dev-id
           move rc-motivo to dev-motivo
           PERFORM BUSCAR-MOTIVO
           move texto-motivo to dev-texto
           move rc-id to te-id
           READ TRANSEXT KEY IS te-id
           INVALID KEY
              move "orden inexistente" to situacion
              add 1 to cant-observados
           NOT INVALID KEY
              move te-cta to dev-cta
              move te-importe to dev-importe
              IF te-rechazada then
                 move "ya reintegrada" to situacion
              ELSE
              IF NOT te-enviada then
                 move "no fue enviada a la camara" to situacion
                 add 1 to cant-observados
              ELSE
                 PERFORM REINTEGRAR-ORDEN
              END-IF
              END-IF
           END-READ
           move situacion to dev-situacion
           move linea-dev to linea-print
           write linea-print.

       BUSCAR-MOTIVO.
           move "motivo no codificado" to texto-motivo
           PERFORM VARYING indice-motivo FROM 1 BY 1
              UNTIL indice-motivo > 7
              IF mot-codigo(indice-motivo) = rc-motivo then
                 move mot-texto(indice-motivo) to texto-motivo
              END-IF
           END-PERFORM.

       REINTEGRAR-ORDEN.
           MOVE SPACES TO reg-movimiento
           move te-cta to mv-cta
           move hoy to mv-fecha
           move "C" to mv-tipo
           move te-importe to mv-importe
           STRING "DEV TEX " DELIMITED BY SIZE
              te-id DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              rc-motivo DELIMITED BY SIZE
              INTO mv-referencia
           move "(camara)" to mv-operador
           CALL 'asentar' USING reg-movimiento resultado-asiento
              saldo-asiento reg-retorno
           IF resultado-asiento = "S" OR resultado-asiento = "Q" then
              move "R" to te-estado
              move rc-motivo to te-motivo
              move hoy to te-fecha-rech
              REWRITE reg-transext
              add 1 to cant-reintegros
              add te-importe to total-reintegrado
              IF resultado-asiento = "S" then
                 move "reintegrada" to situacion
              ELSE
                 move "reintegro encolado" to situacion
              END-IF
              move "TEX-RECH" to aud-accion
              move mv-referencia to aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
           ELSE
              MOVE SPACES TO situacion
              move ret-motivo to situacion
              add 1 to cant-observados
           END-IF.
