       IDENTIFICATION DIVISION.
       PROGRAM-ID. esperavence.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ESPERA ASSIGN TO "espera.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS es-clave
           FILE STATUS IS espera-status.

           SELECT PRINTFILE ASSIGN TO "espera_vencidas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ESPERA.
       COPY "espera.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 espera-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 dias-atras pic s9(7).
       01 dias-semana pic 9(03).
       01 fec-valida pic x(1).
       01 cant-vencidas pic 9(05).
       01 cant-marcadas pic 9(05).
       01 cant-ofrecidas pic 9(05).
       01 cant-vigentes pic 9(05).
       01 linea-detalle.
           05 det-usuario pic x(30).
           05 filler pic x(01) value SPACES.
           05 det-alta pic 9(08).
           05 filler pic x(01) value SPACES.
           05 det-desde pic 9(08).
           05 filler pic x(01) value SPACES.
           05 det-hasta pic 9(08).
           05 filler pic x(01) value SPACES.
           05 det-franja pic x(01).
           05 filler pic x(01) value SPACES.
           05 det-sala pic x(10).
           05 filler pic x(01) value SPACES.
           05 det-operador pic x(20).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-vencidas
           move 0 to cant-marcadas
           move 0 to cant-ofrecidas
           move 0 to cant-vigentes
           move 7 to dias-semana

           ACCEPT hoy FROM DATE YYYYMMDD

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              DISPLAY "Lista de espera: pedidos vencidos sin turno"
              DISPLAY "Dias hacia atras (blanco = 7)"
              move 0 to dias-semana
              ACCEPT dias-semana
              IF dias-semana = 0 then
                 move 7 to dias-semana
              END-IF
           END-IF

           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "LISTA DE ESPERA - PEDIDOS VENCIDOS SIN TURNO EN "
              DELIMITED BY SIZE
              "LOS ULTIMOS " DELIMITED BY SIZE
              dias-semana DELIMITED BY SIZE
              " DIAS AL " DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "CONTACTO                       ALTA     "
              DELIMITED BY SIZE
              "DESDE    HASTA    F SALA       OPERADOR"
              DELIMITED BY SIZE
              INTO linea-print
           write linea-print

           OPEN  i-o ESPERA
           IF espera-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ESPERA NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 PERFORM REVISAR-PEDIDO
              END-READ
              END-PERFORM
              CLOSE ESPERA
           END-IF
           move "N" to FIN-ARCHIVO

           IF cant-vencidas = 0 then
              MOVE SPACES TO linea-print
              move "No hay pedidos vencidos en el periodo."
                 to linea-print
              write linea-print
           END-IF
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Vencidos sin turno: " DELIMITED BY SIZE
              cant-vencidas DELIMITED BY SIZE
              "  Turnos ofrecidos: " DELIMITED BY SIZE
              cant-ofrecidas DELIMITED BY SIZE
              "  Pedidos vigentes: " DELIMITED BY SIZE
              cant-vigentes DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           CLOSE PRINTFILE

           move "ESPERA" to spool-reporte
           move "espera_vencidas.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display cant-marcadas " pedido(s) marcados como vencidos, "
              cant-vencidas " vencido(s) en los ultimos "
              dias-semana " dias."
           display "Reporte en espera_vencidas.txt"

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       REVISAR-PEDIDO.
           IF es-estado = "P" AND es-hasta < hoy then
              move "V" to es-estado
              move hoy to es-cierre
              REWRITE reg-espera
              add 1 to cant-marcadas
           END-IF
           IF es-estado = "P" then
              add 1 to cant-vigentes
           ELSE
           IF es-estado = "V" then
              CALL 'fechas' USING "E" es-hasta hoy dias-atras
                 fec-valida
              IF dias-atras >= 1 AND dias-atras <= dias-semana then
                 add 1 to cant-vencidas
                 move es-usuario to det-usuario
                 move es-alta to det-alta
                 move es-desde to det-desde
                 move es-hasta to det-hasta
                 move es-franja to det-franja
                 move es-sala to det-sala
                 move es-operador to det-operador
                 move linea-detalle to linea-print
                 write linea-print
              END-IF
           ELSE
           IF es-estado = "O" then
              CALL 'fechas' USING "E" es-cierre hoy dias-atras
                 fec-valida
              IF dias-atras >= 0 AND dias-atras < dias-semana then
                 add 1 to cant-ofrecidas
              END-IF
           END-IF
           END-IF
           END-IF.
