       IDENTIFICATION DIVISION.
       PROGRAM-ID. variacion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRESUPUESTOS ASSIGN TO "presupuestos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ps-clave
           FILE STATUS IS presupuestos-status.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT PRINTFILE ASSIGN TO "presupuesto_variacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PRESUPUESTOS.
       COPY "presupuesto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(80).

       WORKING-STORAGE SECTION.
       01 presupuestos-status pic x(2).
       01 mov-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-MOVS pic x(1) value "N".
       01 hoy pic 9(08).
       01 trab-ano pic 9(4).
       01 trab-mes pic 9(2).
       01 periodo pic 9(06).
       01 mv-periodo pic 9(06).
       01 cuenta-pedida pic 9(05).
       01 periodo-pedido pic 9(06).
       01 real-calc pic 9(08).
       01 variacion-calc pic s9(8).
       01 porcentaje pic 9(05).
       01 cuenta-corte pic 9(05).
       01 excedidas-cuenta pic 9(03).
       01 cant-lineas pic 9(05).
       01 cant-cuentas-exc pic 9(05).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       01 linea-det.
           05 det-cta pic 9(5).
           05 filler pic x(2) value SPACES.
           05 det-categoria pic x(4).
           05 filler pic x(2) value SPACES.
           05 det-presupuesto pic z(7)9.
           05 filler pic x(2) value SPACES.
           05 det-real pic z(7)9.
           05 filler pic x(2) value SPACES.
           05 det-variacion pic -(8)9.
           05 filler pic x(2) value SPACES.
           05 det-porcentaje pic z(4)9.
           05 det-signo pic x(1) value "%".
           05 filler pic x(2) value SPACES.
           05 det-marca pic x(8).
           05 filler pic x(20) value SPACES.

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           ACCEPT hoy FROM DATE YYYYMMDD
           move hoy(1:4) to trab-ano
           move hoy(5:2) to trab-mes
           IF trab-mes = 1 then
              move 12 to trab-mes
              subtract 1 from trab-ano
           ELSE
              subtract 1 from trab-mes
           END-IF
           compute periodo = trab-ano * 100 + trab-mes
           move 0 to cuenta-pedida

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              DISPLAY "Periodo del reporte (AAAAMM, 0 = mes "
                 "anterior " periodo ")"
              move 0 to periodo-pedido
              ACCEPT periodo-pedido
              IF periodo-pedido NOT = 0 then
                 move periodo-pedido to periodo
              END-IF
              DISPLAY "Numero de cuenta (0 = todas)"
              ACCEPT cuenta-pedida
           END-IF

           display "Variacion de presupuesto del periodo " periodo

           OPEN  input PRESUPUESTOS
           IF presupuestos-status NOT = "00" then
              display "No hay presupuestos cargados todavia."
              move "A" to ret-estado
              move "presupuestos.txt no disponible" to ret-motivo
           ELSE
              OPEN  output PRINTFILE
              MOVE SPACES TO linea-print
              STRING "VARIACION DE PRESUPUESTO - PERIODO "
                 DELIMITED BY SIZE
                 periodo DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
              MOVE "CUENTA CATEG PRESUPUESTO     REAL  VARIACION  USADO"
                 TO linea-print
              write linea-print
              MOVE "------ ----- ---------- -------- ---------- ------"
                 TO linea-print
              write linea-print

              move 0 to cuenta-corte
              move 0 to excedidas-cuenta
              move 0 to cant-lineas
              move 0 to cant-cuentas-exc
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PRESUPUESTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF ps-periodo = periodo AND
                    (cuenta-pedida = 0 OR
                     ps-cta = cuenta-pedida) then
                    IF ps-cta NOT = cuenta-corte then
                       PERFORM CORTE-CUENTA
                       move ps-cta to cuenta-corte
                    END-IF
                    PERFORM LINEA-PRESUPUESTO
                 END-IF
              END-READ
              END-PERFORM
              PERFORM CORTE-CUENTA
              CLOSE PRESUPUESTOS

              MOVE SPACES TO linea-print
              write linea-print
              MOVE SPACES TO linea-print
              STRING "Categorias: " DELIMITED BY SIZE
                 cant-lineas DELIMITED BY SIZE
                 "  Cuentas excedidas: " DELIMITED BY SIZE
                 cant-cuentas-exc DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
              CLOSE PRINTFILE

              display "Categorias presupuestadas: " cant-lineas
                 "  cuentas excedidas: " cant-cuentas-exc
              display "Reporte en presupuesto_variacion.txt"
              move "PRESUPUESTO" to spool-reporte
              move "presupuesto_variacion.txt" to spool-archivo
              CALL 'espool' USING spool-reporte spool-archivo
              IF cant-cuentas-exc > 0 then
                 move "A" to ret-estado
                 move "hay cuentas que exceden su presupuesto"
                    to ret-motivo
              END-IF
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       LINEA-PRESUPUESTO.
           PERFORM SUMAR-REAL
           add 1 to cant-lineas
           compute variacion-calc = ps-importe - real-calc
           IF ps-importe = 0 then
              IF real-calc = 0 then
                 move 0 to porcentaje
              ELSE
                 move 99999 to porcentaje
              END-IF
           ELSE
              IF real-calc * 100 / ps-importe > 99999 then
                 move 99999 to porcentaje
              ELSE
                 compute porcentaje ROUNDED =
                    real-calc * 100 / ps-importe
              END-IF
           END-IF
           move ps-cta to det-cta
           move ps-categoria to det-categoria
           move ps-importe to det-presupuesto
           move real-calc to det-real
           move variacion-calc to det-variacion
           move porcentaje to det-porcentaje
           MOVE SPACES TO det-marca
           IF real-calc > ps-importe then
              move "EXCEDIDO" to det-marca
              add 1 to excedidas-cuenta
           END-IF
           move linea-det to linea-print
           write linea-print.

       SUMAR-REAL.
           move 0 to real-calc
           move "N" to FIN-MOVS
           OPEN  input MOVIMIENTOS
           IF mov-status NOT = "00" then
              move "S" to FIN-MOVS
           ELSE
              move ps-cta to mv-cta
              compute mv-fecha = periodo * 100
              move 0 to mv-seq
              START MOVIMIENTOS KEY IS >= mv-clave
                 INVALID KEY
                    MOVE "S" TO FIN-MOVS
              END-START
           END-IF
           PERFORM UNTIL FIN-MOVS = "S"
           READ MOVIMIENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-MOVS
           NOT AT END
              move mv-fecha(1:6) to mv-periodo
              IF mv-cta NOT = ps-cta OR mv-periodo > periodo then
                 MOVE "S" TO FIN-MOVS
              ELSE
              IF mv-tipo = "D" AND
                 mv-categoria = ps-categoria AND
                 mv-estado NOT = "R" AND
                 mv-estado NOT = "X" then
                 add mv-importe to real-calc
              END-IF
              END-IF
           END-READ
           END-PERFORM
           IF mov-status NOT = "35" then
              CLOSE MOVIMIENTOS
           END-IF
           move "N" to FIN-MOVS.

       CORTE-CUENTA.
           IF excedidas-cuenta > 0 then
              add 1 to cant-cuentas-exc
              MOVE SPACES TO linea-print
              STRING "  ** Cuenta " DELIMITED BY SIZE
                 cuenta-corte DELIMITED BY SIZE
                 " supera el 100% en " DELIMITED BY SIZE
                 excedidas-cuenta DELIMITED BY SIZE
                 " categoria(s)" DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-IF
           move 0 to excedidas-cuenta.
