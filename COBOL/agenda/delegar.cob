       IDENTIFICATION DIVISION.
       PROGRAM-ID. delegar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AUSENCIAS ASSIGN TO "ausencias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS au-clave
           FILE STATUS IS AUS-STATUS.

           SELECT TAREAS ASSIGN TO "tareas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS t-clave
           FILE STATUS IS tareas-status.

           SELECT CITAS ASSIGN TO "citas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS c-clave
           FILE STATUS IS citas-status.

           SELECT PRINTFILE ASSIGN TO "traspaso_operadores.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  AUSENCIAS.
       COPY "ausencia.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  TAREAS.
       01  reg-tarea.
           05 t-clave.
              10 t-usuario pic x(30).
              10 t-vence pic 9(08).
              10 t-seq pic 9(02).
           05 t-texto pic x(40).
           05 t-estado pic x(01).
           05 t-alta pic 9(08).
           05 t-cada pic 9(03).
           05 t-prioridad pic x(01).
           05 t-operador pic x(20).

       FD  CITAS.
       01  reg-cita.
           05 c-clave.
              10 c-fecha pic 9(08).
              10 c-hini pic 9(04).
              10 c-usuario pic x(30).
           05 c-hfin pic 9(04).
           05 c-motivo pic x(30).
           05 c-operador pic x(20).
           05 c-serie pic 9(04).
           05 c-sala pic x(10).
           05 c-resultado pic x(01).

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 tareas-status pic x(2).
       01 citas-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 operador-orig pic x(20).
       01 operador-dest pic x(20).
       01 saltos pic 9(02).
       01 cant-op pic 9(03).
       01 indice-op pic 9(03).
       01 pos-op pic 9(03).
       01 tabla-operadores.
           05 operador-reg OCCURS 100 TIMES.
              10 op-nombre pic x(20).
              10 op-ausente pic x(01).
              10 op-delegado pic x(20).
       01 cant-tareas pic 9(05) value 0.
       01 cant-citas pic 9(05) value 0.
       01 cant-sin-delegado pic 9(05) value 0.
       01 clave-traspaso pic x(30).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       COPY "ausvig.cpy".

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-tareas
           move 0 to cant-citas
           move 0 to cant-sin-delegado
           move 0 to cant-op

           ACCEPT hoy FROM DATE YYYYMMDD

           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "HOJA DE TRASPASO POR AUSENCIAS DEL "
              DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           MOVE "TAREAS PENDIENTES REASIGNADAS:" TO linea-print
           write linea-print
           OPEN  i-o TAREAS
           IF tareas-status = "00" then
              PERFORM DELEGAR-TAREAS
              CLOSE TAREAS
           END-IF
           MOVE SPACES TO linea-print
           write linea-print
           MOVE "CITAS DE HOY REASIGNADAS:" TO linea-print
           write linea-print
           OPEN  i-o CITAS
           IF citas-status = "00" then
              PERFORM DELEGAR-CITAS
              CLOSE CITAS
           END-IF
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Tareas reasignadas: " DELIMITED BY SIZE
              cant-tareas DELIMITED BY SIZE
              "  Citas reasignadas: " DELIMITED BY SIZE
              cant-citas DELIMITED BY SIZE
              "  Sin delegado disponible: " DELIMITED BY SIZE
              cant-sin-delegado DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           CLOSE PRINTFILE
           move "TRASPASO" to spool-reporte
           move "traspaso_operadores.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display cant-tareas " tarea(s) y " cant-citas
              " cita(s) reasignadas a delegados."
           display "Hoja de traspaso en traspaso_operadores.txt"
           IF cant-sin-delegado > 0 then
              move "A" to ret-estado
              move "trabajo de ausentes sin delegado disponible"
                 to ret-motivo
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       RESOLVER-OPERADOR.
           move 0 to pos-op
           PERFORM VARYING indice-op FROM 1 BY 1
              UNTIL indice-op > cant-op OR pos-op NOT = 0
              IF op-nombre(indice-op) = operador-orig then
                 move indice-op to pos-op
              END-IF
           END-PERFORM
           IF pos-op = 0 then
              move operador-orig to AUS-OPERADOR
              move hoy to AUS-DESDE
              move hoy to AUS-HASTA
              PERFORM BUSCAR-AUSENCIA
              PERFORM REGISTRAR-OPERADOR
           END-IF.

       REGISTRAR-OPERADOR.
           IF cant-op < 100 then
              add 1 to cant-op
              move cant-op to pos-op
           ELSE
              move 100 to pos-op
           END-IF
           move operador-orig to op-nombre(pos-op)
           move AUS-AUSENTE to op-ausente(pos-op)
           MOVE SPACES TO op-delegado(pos-op)
           IF AUS-AUSENTE = "S" then
              move AUS-DELEGADO to operador-dest
              move 0 to saltos
              PERFORM UNTIL operador-dest = SPACES OR saltos > 5
                 OR AUS-AUSENTE NOT = "S"
                 add 1 to saltos
                 move operador-dest to AUS-OPERADOR
                 PERFORM BUSCAR-AUSENCIA
                 IF AUS-AUSENTE = "S" then
                    move AUS-DELEGADO to operador-dest
                 END-IF
              END-PERFORM
              IF AUS-AUSENTE NOT = "S" AND operador-dest NOT = SPACES
                 AND operador-dest NOT = operador-orig then
                 move operador-dest to op-delegado(pos-op)
              END-IF
           END-IF.

       DELEGAR-TAREAS.
           move "N" to FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ TAREAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF t-estado = "P" AND t-operador NOT = SPACES then
                 move t-operador to operador-orig
                 PERFORM RESOLVER-OPERADOR
                 IF op-ausente(pos-op) = "S" then
                    IF op-delegado(pos-op) = SPACES then
                       add 1 to cant-sin-delegado
                       MOVE SPACES TO linea-print
                       STRING "   SIN DELEGADO " DELIMITED BY SIZE
                          t-operador DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          t-usuario DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          t-texto DELIMITED BY SIZE
                          INTO linea-print
                       write linea-print
                    ELSE
                       move op-delegado(pos-op) to t-operador
                       REWRITE reg-tarea
                       add 1 to cant-tareas
                       MOVE SPACES TO linea-print
                       STRING "   " DELIMITED BY SIZE
                          operador-orig DELIMITED BY " "
                          " > " DELIMITED BY SIZE
                          t-operador DELIMITED BY " "
                          "  vence " DELIMITED BY SIZE
                          t-vence DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          t-usuario DELIMITED BY " "
                          ": " DELIMITED BY SIZE
                          t-texto DELIMITED BY SIZE
                          INTO linea-print
                       write linea-print
                       move t-usuario to clave-traspaso
                       move "DEL-TAREA" to aud-accion
                       PERFORM AUDITAR-TRASPASO
                    END-IF
                 END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO.

       DELEGAR-CITAS.
           move "N" to FIN-ARCHIVO
           move hoy to c-fecha
           move 0 to c-hini
           MOVE LOW-VALUES TO c-usuario
           START CITAS KEY IS >= c-clave
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ CITAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF c-fecha NOT = hoy then
                 MOVE "S" TO FIN-ARCHIVO
              ELSE
              IF c-resultado = SPACE AND c-operador NOT = SPACES then
                 move c-operador to operador-orig
                 PERFORM RESOLVER-OPERADOR
                 IF op-ausente(pos-op) = "S" then
                    IF op-delegado(pos-op) = SPACES then
                       add 1 to cant-sin-delegado
                       MOVE SPACES TO linea-print
                       STRING "   SIN DELEGADO " DELIMITED BY SIZE
                          c-operador DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          c-hini DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          c-usuario DELIMITED BY SIZE
                          INTO linea-print
                       write linea-print
                    ELSE
                       move op-delegado(pos-op) to c-operador
                       REWRITE reg-cita
                       add 1 to cant-citas
                       MOVE SPACES TO linea-print
                       STRING "   " DELIMITED BY SIZE
                          operador-orig DELIMITED BY " "
                          " > " DELIMITED BY SIZE
                          c-operador DELIMITED BY " "
                          "  " DELIMITED BY SIZE
                          c-hini DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          c-hfin DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          c-usuario DELIMITED BY " "
                          " sala " DELIMITED BY SIZE
                          c-sala DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          c-motivo DELIMITED BY SIZE
                          INTO linea-print
                       write linea-print
                       move c-usuario to clave-traspaso
                       move "DEL-CITA" to aud-accion
                       PERFORM AUDITAR-TRASPASO
                    END-IF
                 END-IF
              END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO.

       AUDITAR-TRASPASO.
           MOVE SPACES TO aud-usuario
           STRING operador-orig DELIMITED BY " "
              ">" DELIMITED BY SIZE
              op-delegado(pos-op) DELIMITED BY " "
              " " DELIMITED BY SIZE
              clave-traspaso DELIMITED BY SIZE
              INTO aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario.

       COPY "ausvigpr.cpy".
