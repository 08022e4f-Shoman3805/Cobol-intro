       IDENTIFICATION DIVISION.
       PROGRAM-ID. saldoprom.

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

           SELECT SALDOSPROM ASSIGN TO "saldos_promedio.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sp-clave
           FILE STATUS IS prom-status.

           SELECT PRINTFILE ASSIGN TO "saldos_promedio_rep.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SALDOSPROM.
       COPY "saldoprom.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 status-cuentas pic x(2).
       01 mov-status pic x(2).
       01 prom-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-MOVS pic x(1).
       01 hoy pic 9(08).
       01 anio-periodo pic 9(04).
       01 mes-periodo pic 9(02).
       01 periodo pic 9(06).
       01 periodo-pedido pic 9(06).
       01 fecha-ini pic 9(08).
       01 fecha-fin pic 9(08).
       01 dias-periodo pic 9(02).
       01 cociente pic 9(04).
       01 resto-4 pic 9(04).
       01 resto-100 pic 9(04).
       01 resto-400 pic 9(04).
       01 dias-mes-tabla.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 28.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
       01 dias-mes REDEFINES dias-mes-tabla
           pic 9(2) occurs 12 times.
       01 tabla-dias.
           05 neto-dia pic s9(09) OCCURS 31 TIMES.
       01 indice-dia pic 9(02).
       01 dia-mov pic 9(02).
       01 neto-mes pic s9(09).
       01 neto-posterior pic s9(09).
       01 saldo-dia pic s9(09).
       01 suma-saldos pic s9(11).
       01 saldo-apertura pic s9(09).
       01 saldo-minimo pic s9(09).
       01 saldo-maximo pic s9(09).
       01 saldo-promedio pic s9(09).
       01 cant-cuentas pic 9(05).
       01 cant-grabadas pic 9(05).
       01 tot-promedio pic s9(11).
       01 tot-cierre pic s9(11).
       01 linea-detalle.
           05 det-cta pic 9(05).
           05 filler pic x(01) value SPACES.
           05 det-titular pic x(20).
           05 filler pic x(01) value SPACES.
           05 det-moneda pic x(03).
           05 det-apertura pic -(9)9.
           05 det-promedio pic -(9)9.
           05 det-minimo pic -(9)9.
           05 det-maximo pic -(9)9.
           05 det-cierre pic -(9)9.
       01 total-edit pic -(11)9.
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-cuentas
           move 0 to cant-grabadas
           move 0 to tot-promedio
           move 0 to tot-cierre

           ACCEPT hoy FROM DATE YYYYMMDD
           move hoy(1:4) to anio-periodo
           move hoy(5:2) to mes-periodo
           IF mes-periodo = 1 then
              subtract 1 from anio-periodo
              move 12 to mes-periodo
           ELSE
              subtract 1 from mes-periodo
           END-IF
           compute periodo = anio-periodo * 100 + mes-periodo

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              DISPLAY "Saldo promedio diario, minimo y maximo por "
                 "cuenta"
              DISPLAY "Periodo (AAAAMM, blanco = " periodo ")"
              move 0 to periodo-pedido
              ACCEPT periodo-pedido
              IF periodo-pedido NOT = 0 then
                 move periodo-pedido to periodo
              END-IF
           END-IF
           move periodo(1:4) to anio-periodo
           move periodo(5:2) to mes-periodo
           IF mes-periodo < 1 OR mes-periodo > 12 OR
              periodo >= hoy(1:6) then
              DISPLAY "Periodo invalido: debe ser un mes cerrado."
              move "A" to ret-estado
              move "periodo de saldos promedio invalido" to ret-motivo
           ELSE
              PERFORM PROMEDIAR-PERIODO
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       PROMEDIAR-PERIODO.
           move dias-mes(mes-periodo) to dias-periodo
           IF mes-periodo = 2 then
              DIVIDE anio-periodo BY 4
                 GIVING cociente REMAINDER resto-4
              DIVIDE anio-periodo BY 100
                 GIVING cociente REMAINDER resto-100
              DIVIDE anio-periodo BY 400
                 GIVING cociente REMAINDER resto-400
              IF resto-4 = 0 AND
                 (resto-100 NOT = 0 OR resto-400 = 0) then
                 move 29 to dias-periodo
              END-IF
           END-IF
           compute fecha-ini = periodo * 100 + 1
           compute fecha-fin = periodo * 100 + dias-periodo

           OPEN  input CUENTAS
           IF status-cuentas NOT = "00" then
              DISPLAY "No hay cuentas registradas todavia."
              move "A" to ret-estado
              move "cuentas.txt no disponible" to ret-motivo
           ELSE
              OPEN  input MOVIMIENTOS
              OPEN  i-o SALDOSPROM
              IF prom-status = "35" then
                 OPEN  output SALDOSPROM
                 CLOSE SALDOSPROM
                 OPEN  i-o SALDOSPROM
              END-IF
              OPEN  output PRINTFILE
              PERFORM ENCABEZADO
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CUENTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 add 1 to cant-cuentas
                 PERFORM PROMEDIAR-CUENTA
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              PERFORM TOTALES
              CLOSE PRINTFILE
              CLOSE SALDOSPROM
              IF mov-status = "00" then
                 CLOSE MOVIMIENTOS
              END-IF
              CLOSE CUENTAS

              move "SALDOPROM" to spool-reporte
              move "saldos_promedio_rep.txt" to spool-archivo
              CALL 'espool' USING spool-reporte spool-archivo

              display "Periodo " periodo ": " cant-grabadas
                 " cuenta(s) con saldo promedio registrado."
              display "Reporte en saldos_promedio_rep.txt"
           END-IF.

       PROMEDIAR-CUENTA.
           PERFORM VARYING indice-dia FROM 1 BY 1
              UNTIL indice-dia > 31
              move 0 to neto-dia(indice-dia)
           END-PERFORM
           move 0 to neto-mes
           move 0 to neto-posterior
           IF mov-status = "00" then
              move cta-id to mv-cta
              move fecha-ini to mv-fecha
              move 0 to mv-seq
              move "N" to FIN-MOVS
              START MOVIMIENTOS KEY IS >= mv-clave
                 INVALID KEY
                    MOVE "S" TO FIN-MOVS
              END-START
              PERFORM UNTIL FIN-MOVS = "S"
              READ MOVIMIENTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-MOVS
              NOT AT END
                 IF mv-cta NOT = cta-id then
                    MOVE "S" TO FIN-MOVS
                 ELSE
                 IF mv-estado NOT = "R" AND mv-estado NOT = "X" then
                    IF mv-fecha > fecha-fin then
                       IF mv-tipo = "C" then
                          add mv-importe to neto-posterior
                       ELSE
                          subtract mv-importe from neto-posterior
                       END-IF
                    ELSE
                       move mv-fecha(7:2) to dia-mov
                       IF mv-tipo = "C" then
                          add mv-importe to neto-dia(dia-mov)
                          add mv-importe to neto-mes
                       ELSE
                          subtract mv-importe from neto-dia(dia-mov)
                          subtract mv-importe from neto-mes
                       END-IF
                    END-IF
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
           END-IF

           compute saldo-apertura = cta-saldo - neto-posterior
              - neto-mes
           move saldo-apertura to saldo-dia
           move 0 to suma-saldos
           PERFORM VARYING indice-dia FROM 1 BY 1
              UNTIL indice-dia > dias-periodo
              add neto-dia(indice-dia) to saldo-dia
              add saldo-dia to suma-saldos
              IF indice-dia = 1 then
                 move saldo-dia to saldo-minimo
                 move saldo-dia to saldo-maximo
              ELSE
                 IF saldo-dia < saldo-minimo then
                    move saldo-dia to saldo-minimo
                 END-IF
                 IF saldo-dia > saldo-maximo then
                    move saldo-dia to saldo-maximo
                 END-IF
              END-IF
           END-PERFORM
           compute saldo-promedio ROUNDED = suma-saldos / dias-periodo

           move cta-id to sp-cta
           move periodo to sp-periodo
           READ SALDOSPROM KEY IS sp-clave
           INVALID KEY
              PERFORM LLENAR-PROMEDIO
              WRITE reg-saldo-prom
                 INVALID KEY
                    CONTINUE
              END-WRITE
           NOT INVALID KEY
              PERFORM LLENAR-PROMEDIO
              REWRITE reg-saldo-prom
           END-READ
           add 1 to cant-grabadas
           add saldo-promedio to tot-promedio
           add saldo-dia to tot-cierre

           MOVE SPACES TO linea-detalle
           move cta-id to det-cta
           move cta-titular to det-titular
           move cta-moneda to det-moneda
           move saldo-apertura to det-apertura
           move saldo-promedio to det-promedio
           move saldo-minimo to det-minimo
           move saldo-maximo to det-maximo
           move saldo-dia to det-cierre
           move linea-detalle to linea-print
           write linea-print.

       LLENAR-PROMEDIO.
           move cta-id to sp-cta
           move periodo to sp-periodo
           move saldo-apertura to sp-apertura
           move saldo-promedio to sp-promedio
           move saldo-minimo to sp-minimo
           move saldo-maximo to sp-maximo
           move saldo-dia to sp-cierre
           move dias-periodo to sp-dias
           move hoy to sp-proceso.

       ENCABEZADO.
           MOVE SPACES TO linea-print
           STRING "SALDO PROMEDIO DIARIO POR CUENTA - PERIODO "
              DELIMITED BY SIZE
              periodo DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              dias-periodo DELIMITED BY SIZE
              " dias)" DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "CTA   TITULAR              MON  APERTURA  PROMEDIO"
              DELIMITED BY SIZE
              "    MINIMO    MAXIMO    CIERRE" DELIMITED BY SIZE
              INTO linea-print
           write linea-print.

       TOTALES.
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Cuentas procesadas: " DELIMITED BY SIZE
              cant-cuentas DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           move tot-promedio to total-edit
           MOVE SPACES TO linea-print
           STRING "Suma de promedios.: " DELIMITED BY SIZE
              total-edit DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           move tot-cierre to total-edit
           MOVE SPACES TO linea-print
           STRING "Suma de cierres...: " DELIMITED BY SIZE
              total-edit DELIMITED BY SIZE
              INTO linea-print
           write linea-print.
