       IDENTIFICATION DIVISION.
       PROGRAM-ID. alertas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT ALERTAS ASSIGN TO "alertas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS al-clave
           FILE STATUS IS alertas-status.

           SELECT REGLAS ASSIGN TO "alertas_reglas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS reglas-status.

           SELECT PRINTFILE ASSIGN TO "alertas_detectadas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ALERTAS.
       COPY "alerta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  REGLAS.
       01  linea-regla.
           05 rg-nombre pic x(12).
           05 filler pic x(01).
           05 rg-valor pic x(20).
           05 rg-numero REDEFINES rg-valor.
              10 rg-cifra pic 9(06).
              10 filler pic x(14).

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 status-cuentas pic x(2).
       01 mov-status pic x(2).
       01 alertas-status pic x(2).
       01 reglas-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-MOVS pic x(1) value "N".
       01 hoy pic 9(08).
       01 fecha-proceso pic 9(08).
       01 fecha-pedida pic 9(08).
       01 fecha-inicio pic 9(08).
       01 fecha-eval pic 9(08).
       01 dias-atras pic s9(7).
       01 fec-valida pic x(1).
       01 dia-habil pic x(1).
       01 multiplo pic 9(06).
       01 minimo-hist pic 9(06).
       01 debitos-max pic 9(06).
       01 hora-inicio pic 9(06).
       01 hora-fin pic 9(06).
       01 regla-dormida pic 9(06).
       01 cant-excluidos pic 9(02).
       01 tabla-excluidos.
           05 excluido pic x(20) OCCURS 10 TIMES.
       01 indice-exc pic 9(02).
       01 es-excluido pic x(1).
       01 suma-hist pic 9(10).
       01 cant-hist pic 9(05).
       01 promedio-hist pic 9(08).
       01 debitos-dia pic 9(05).
       01 hora-mov pic 9(04).
       01 regla-hit pic x(04).
       01 detalle-hit pic x(40).
       01 cifra-edit pic z(7)9.
       01 cant-revisados pic 9(07) value 0.
       01 cant-nuevas pic 9(05) value 0.
       01 cant-repetidas pic 9(05) value 0.
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       01 linea-det.
           05 det-cta pic 9(5).
           05 filler pic x(2) value SPACES.
           05 det-seq pic 9(4).
           05 filler pic x(2) value SPACES.
           05 det-regla pic x(4).
           05 filler pic x(2) value SPACES.
           05 det-tipo pic x(1).
           05 filler pic x(2) value SPACES.
           05 det-importe pic z(5)9.
           05 filler pic x(2) value SPACES.
           05 det-operador pic x(20).
           05 filler pic x(2) value SPACES.
           05 det-detalle pic x(40).
           05 filler pic x(8) value SPACES.

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           ACCEPT hoy FROM DATE YYYYMMDD
           move hoy to fecha-proceso
           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              DISPLAY "Fecha de movimientos a revisar (AAAAMMDD, "
                 "0 = hoy)"
              move 0 to fecha-pedida
              ACCEPT fecha-pedida
              IF fecha-pedida NOT = 0 then
                 CALL 'fechas' USING "V" fecha-pedida fecha-eval
                    dias-atras fec-valida
                 IF fec-valida = "S" then
                    move fecha-pedida to fecha-proceso
                 ELSE
                    DISPLAY "Fecha invalida, se usa la de hoy."
                 END-IF
              END-IF
           END-IF
           compute fecha-inicio = fecha-proceso - 10000

           PERFORM LEER-REGLAS

           move 0 to cant-revisados
           move 0 to cant-nuevas
           move 0 to cant-repetidas
           OPEN  input CUENTAS
           IF status-cuentas NOT = "00" then
              display "No hay cuentas registradas todavia."
              move "A" to ret-estado
              move "cuentas.txt no disponible" to ret-motivo
           ELSE
              OPEN  input MOVIMIENTOS
              IF mov-status NOT = "00" then
                 display "No hay movimientos registrados todavia."
                 CLOSE CUENTAS
              ELSE
                 OPEN  i-o ALERTAS
                 IF alertas-status = "35" then
                    OPEN  output ALERTAS
                    CLOSE ALERTAS
                    OPEN  i-o ALERTAS
                 END-IF
                 OPEN  output PRINTFILE
                 MOVE SPACES TO linea-print
                 STRING "MOVIMIENTOS INUSUALES DEL " DELIMITED BY SIZE
                    fecha-proceso DELIMITED BY SIZE
                    INTO linea-print
                 write linea-print
                 MOVE "CUENTA  SEQ  REGLA T  IMPORTE  OPERADOR"
                    TO linea-print
                 write linea-print

                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ CUENTAS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    PERFORM REVISAR-CUENTA
                 END-READ
                 END-PERFORM

                 MOVE SPACES TO linea-print
                 write linea-print
                 MOVE SPACES TO linea-print
                 STRING "Movimientos revisados: " DELIMITED BY SIZE
                    cant-revisados DELIMITED BY SIZE
                    "  Alertas nuevas: " DELIMITED BY SIZE
                    cant-nuevas DELIMITED BY SIZE
                    "  Ya registradas: " DELIMITED BY SIZE
                    cant-repetidas DELIMITED BY SIZE
                    INTO linea-print
                 write linea-print
                 CLOSE PRINTFILE
                 CLOSE ALERTAS
                 CLOSE MOVIMIENTOS
                 CLOSE CUENTAS

                 display "Movimientos revisados: " cant-revisados
                    "  alertas nuevas: " cant-nuevas
                 move "ALERTAS" to spool-reporte
                 move "alertas_detectadas.txt" to spool-archivo
                 CALL 'espool' USING spool-reporte spool-archivo
                 IF cant-nuevas > 0 then
                    display "Detalle en alertas_detectadas.txt"
                    move "A" to ret-estado
                    move "hay movimientos inusuales para revisar"
                       to ret-motivo
                 END-IF
              END-IF
           END-IF
           move "N" to FIN-ARCHIVO

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       LEER-REGLAS.
           move 5 to multiplo
           move 3 to minimo-hist
           move 10 to debitos-max
           move 800 to hora-inicio
           move 2000 to hora-fin
           move 1 to regla-dormida
           move 0 to cant-excluidos
           MOVE SPACES TO tabla-excluidos
           OPEN  input REGLAS
           IF reglas-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ REGLAS
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF rg-nombre = "EXCLUIR-OPER" then
                    IF cant-excluidos < 10 then
                       add 1 to cant-excluidos
                       move rg-valor to excluido(cant-excluidos)
                    END-IF
                 ELSE
                 IF rg-cifra IS NUMERIC then
                    IF rg-nombre = "MULTIPLO" then
                       move rg-cifra to multiplo
                    END-IF
                    IF rg-nombre = "MINIMO-HIST" then
                       move rg-cifra to minimo-hist
                    END-IF
                    IF rg-nombre = "DEBITOS-DIA" then
                       move rg-cifra to debitos-max
                    END-IF
                    IF rg-nombre = "HORA-INICIO" then
                       move rg-cifra to hora-inicio
                    END-IF
                    IF rg-nombre = "HORA-FIN" then
                       move rg-cifra to hora-fin
                    END-IF
                    IF rg-nombre = "DORMIDAS" then
                       move rg-cifra to regla-dormida
                    END-IF
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE REGLAS
              move "N" to FIN-ARCHIVO
           END-IF
           IF minimo-hist = 0 then
              move 1 to minimo-hist
           END-IF.

       REVISAR-CUENTA.
           move 0 to suma-hist
           move 0 to cant-hist
           move 0 to debitos-dia
           move "N" to FIN-MOVS
           move cta-id to mv-cta
           move fecha-inicio to mv-fecha
           move 0 to mv-seq
           START MOVIMIENTOS KEY IS >= mv-clave
              INVALID KEY
                 MOVE "S" TO FIN-MOVS
           END-START
           PERFORM UNTIL FIN-MOVS = "S"
           READ MOVIMIENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-MOVS
           NOT AT END
              IF mv-cta NOT = cta-id OR mv-fecha > fecha-proceso then
                 MOVE "S" TO FIN-MOVS
              ELSE
              IF mv-estado NOT = "R" AND mv-estado NOT = "X" then
                 IF mv-fecha < fecha-proceso then
                    CALL 'fechas' USING "E" fecha-proceso mv-fecha
                       dias-atras fec-valida
                    IF dias-atras <= 90 then
                       add mv-importe to suma-hist
                       add 1 to cant-hist
                    END-IF
                 ELSE
                    add 1 to cant-revisados
                    PERFORM EVALUAR-MOVIMIENTO
                 END-IF
              END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-MOVS.

       EVALUAR-MOVIMIENTO.
           PERFORM VERIFICAR-EXCLUIDO

           IF multiplo > 0 AND cant-hist >= minimo-hist AND
              mv-importe * cant-hist > multiplo * suma-hist then
              compute promedio-hist = suma-hist / cant-hist
              move promedio-hist to cifra-edit
              move "MONT" to regla-hit
              MOVE SPACES TO detalle-hit
              STRING "SUPERA " DELIMITED BY SIZE
                 multiplo DELIMITED BY SIZE
                 "X PROMEDIO 90D DE " DELIMITED BY SIZE
                 cifra-edit DELIMITED BY SIZE
                 INTO detalle-hit
              PERFORM REGISTRAR-ALERTA
           END-IF

           IF mv-tipo = "D" then
              add 1 to debitos-dia
              IF debitos-max > 0 AND debitos-dia = debitos-max + 1
                 then
                 move "FREC" to regla-hit
                 MOVE SPACES TO detalle-hit
                 STRING "MAS DE " DELIMITED BY SIZE
                    debitos-max DELIMITED BY SIZE
                    " DEBITOS EN EL DIA" DELIMITED BY SIZE
                    INTO detalle-hit
                 PERFORM REGISTRAR-ALERTA
              END-IF
           END-IF

           IF hora-fin > hora-inicio AND mv-operador NOT = SPACES
              AND es-excluido = "N" then
              move mv-hora(1:4) to hora-mov
              CALL 'habiles' USING "H" mv-fecha fecha-eval
                 dia-habil
              IF dia-habil NOT = "S" OR hora-mov < hora-inicio OR
                 hora-mov >= hora-fin then
                 move "HORA" to regla-hit
                 MOVE SPACES TO detalle-hit
                 IF dia-habil NOT = "S" then
                    move "OPERADO EN DIA NO HABIL" to detalle-hit
                 ELSE
                    STRING "OPERADO A LAS " DELIMITED BY SIZE
                       hora-mov DELIMITED BY SIZE
                       " FUERA DE HORARIO" DELIMITED BY SIZE
                       INTO detalle-hit
                 END-IF
                 PERFORM REGISTRAR-ALERTA
              END-IF
           END-IF

           IF regla-dormida > 0 AND cta-dormida = "S" AND
              es-excluido = "N" then
              move "DORM" to regla-hit
              move "ACTIVIDAD EN CUENTA DORMIDA" to detalle-hit
              PERFORM REGISTRAR-ALERTA
           END-IF.

       VERIFICAR-EXCLUIDO.
           move "N" to es-excluido
           PERFORM VARYING indice-exc FROM 1 BY 1
              UNTIL indice-exc > cant-excluidos
              IF excluido(indice-exc) = mv-operador then
                 move "S" to es-excluido
              END-IF
           END-PERFORM.

       REGISTRAR-ALERTA.
           MOVE SPACES TO reg-alerta
           move mv-cta to al-cta
           move mv-fecha to al-fecha
           move mv-seq to al-seq
           move regla-hit to al-regla
           move mv-tipo to al-tipo
           move mv-importe to al-importe
           move mv-operador to al-operador
           move mv-hora to al-hora
           move detalle-hit to al-detalle
           move "P" to al-estado
           move 0 to al-fecha-rev
           WRITE reg-alerta
              INVALID KEY
                 add 1 to cant-repetidas
              NOT INVALID KEY
                 add 1 to cant-nuevas
                 move mv-cta to det-cta
                 move mv-seq to det-seq
                 move regla-hit to det-regla
                 move mv-tipo to det-tipo
                 move mv-importe to det-importe
                 move mv-operador to det-operador
                 move detalle-hit to det-detalle
                 move linea-det to linea-print
                 write linea-print
           END-WRITE.
