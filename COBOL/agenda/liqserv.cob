       IDENTIFICATION DIVISION.
       PROGRAM-ID. liqserv.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAGOS ASSIGN TO "pagos_servicios.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ps-id
           ALTERNATE RECORD KEY IS ps-ente WITH DUPLICATES
           FILE STATUS IS pagos-status.

           SELECT ENTES ASSIGN TO "entes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS en-codigo
           FILE STATUS IS entes-status.

           SELECT LIQUIDACION ASSIGN TO NOMBRE-LIQUIDACION
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTFILE ASSIGN TO "liqserv.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PAGOS.
       COPY "pagoserv.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ENTES.
       COPY "ente.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  LIQUIDACION.
       01  linea-liquidacion pic x(80).

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 pagos-status pic x(2).
       01 entes-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-PAGOS pic x(1).
       01 entes-abierto pic x(1).
       01 pagos-abierto pic x(1).
       01 NOMBRE-LIQUIDACION pic x(40).
       01 hoy pic 9(08).
       01 liquidacion-abierta pic x(1).
       01 cant-ente pic 9(06).
       01 total-ente pic 9(12).
       01 cant-entes pic 9(04) value 0.
       01 cant-general pic 9(06) value 0.
       01 total-general pic 9(12) value 0.
       01 reg-liq-cabecera.
           05 lc-tipo pic x(01) value "1".
           05 lc-ente pic x(06).
           05 lc-nombre pic x(30).
           05 lc-cuenta pic 9(05).
           05 lc-fecha pic 9(08).
           05 filler pic x(30) value SPACES.
       01 reg-liq-detalle.
           05 ld-tipo pic x(01) value "2".
           05 ld-recibo pic 9(06).
           05 ld-referencia pic x(20).
           05 ld-importe pic 9(12).
           05 ld-fecha pic 9(08).
           05 ld-cta pic 9(05).
           05 filler pic x(28) value SPACES.
       01 reg-liq-cola.
           05 lt-tipo pic x(01) value "9".
           05 lt-ente pic x(06).
           05 lt-cantidad pic 9(06).
           05 lt-total pic 9(12).
           05 filler pic x(55) value SPACES.
       01 linea-resumen.
           05 res-ente pic x(06).
           05 filler pic x(01) value SPACE.
           05 res-nombre pic x(30).
           05 filler pic x(01) value SPACE.
           05 res-cuenta pic 9(05).
           05 filler pic x(01) value SPACE.
           05 res-cantidad pic zzzzz9.
           05 filler pic x(01) value SPACE.
           05 res-total pic z(11)9.
           05 filler pic x(01) value SPACE.
           05 res-archivo pic x(30).
       01 total-edit pic z(11)9.
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
           move 0 to cant-entes
           move 0 to cant-general
           move 0 to total-general

           ACCEPT hoy FROM DATE YYYYMMDD

           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "LIQUIDACION DE COBRANZAS A ENTES DEL "
              DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           STRING "ENTE   NOMBRE                         CUENTA "
              DELIMITED BY SIZE
              " PAGOS        IMPORTE ARCHIVO" DELIMITED BY SIZE
              INTO linea-print
           write linea-print

           OPEN  input ENTES
           move "N" to entes-abierto
           IF entes-status = "00" then
              move "S" to entes-abierto
           END-IF
           OPEN  i-o PAGOS
           move "N" to pagos-abierto
           IF pagos-status = "00" then
              move "S" to pagos-abierto
           END-IF
           IF entes-abierto = "S" AND pagos-abierto = "S" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ENTES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 PERFORM LIQUIDAR-ENTE
              END-READ
              END-PERFORM
           END-IF
           IF entes-abierto = "S" then
              CLOSE ENTES
           END-IF
           IF pagos-abierto = "S" then
              CLOSE PAGOS
           END-IF

           IF cant-entes = 0 then
              MOVE "  (sin cobranzas pendientes de liquidar)"
                 TO linea-print
              write linea-print
           END-IF
           MOVE SPACES TO linea-print
           write linea-print
           move total-general to total-edit
           MOVE SPACES TO linea-print
           STRING "TOTAL: " DELIMITED BY SIZE
              cant-entes DELIMITED BY SIZE
              " ente(s), " DELIMITED BY SIZE
              cant-general DELIMITED BY SIZE
              " pago(s) por " DELIMITED BY SIZE
              total-edit DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           CLOSE PRINTFILE

           move "LIQSERV" to spool-reporte
           move "liqserv.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           IF cant-entes > 0 then
              move "LIQ-SERV" to aud-accion
              MOVE SPACES TO aud-usuario
              STRING hoy DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 cant-general DELIMITED BY SIZE
                 INTO aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
           END-IF

           display "Liquidacion a entes: " cant-entes " ente(s), "
              cant-general " pago(s) en liqserv.txt"

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       LIQUIDAR-ENTE.
           move "N" to liquidacion-abierta
           move 0 to cant-ente
           move 0 to total-ente
           move en-codigo to ps-ente
           move "N" to FIN-PAGOS
           START PAGOS KEY IS = ps-ente
              INVALID KEY
                 MOVE "S" TO FIN-PAGOS
           END-START
           PERFORM UNTIL FIN-PAGOS = "S"
           READ PAGOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-PAGOS
           NOT AT END
              IF ps-ente NOT = en-codigo then
                 MOVE "S" TO FIN-PAGOS
              ELSE
              IF ps-pagado AND ps-fecha <= hoy then
                 PERFORM LIQUIDAR-PAGO
              END-IF
              END-IF
           END-READ
           END-PERFORM
           IF liquidacion-abierta = "S" then
              move en-codigo to lt-ente
              move cant-ente to lt-cantidad
              move total-ente to lt-total
              move reg-liq-cola to linea-liquidacion
              write linea-liquidacion
              CLOSE LIQUIDACION
              add 1 to cant-entes
              add cant-ente to cant-general
              add total-ente to total-general
              move en-codigo to res-ente
              move en-nombre to res-nombre
              move en-cuenta to res-cuenta
              move cant-ente to res-cantidad
              move total-ente to res-total
              move NOMBRE-LIQUIDACION to res-archivo
              move linea-resumen to linea-print
              write linea-print
           END-IF.

       LIQUIDAR-PAGO.
           IF liquidacion-abierta = "N" then
              MOVE SPACES TO NOMBRE-LIQUIDACION
              STRING "liq_" DELIMITED BY SIZE
                 en-codigo DELIMITED BY SPACE
                 "_" DELIMITED BY SIZE
                 hoy DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
                 INTO NOMBRE-LIQUIDACION
              OPEN  output LIQUIDACION
              move "S" to liquidacion-abierta
              move en-codigo to lc-ente
              move en-nombre to lc-nombre
              move en-cuenta to lc-cuenta
              move hoy to lc-fecha
              move reg-liq-cabecera to linea-liquidacion
              write linea-liquidacion
           END-IF
           move ps-id to ld-recibo
           move ps-referencia to ld-referencia
           move ps-importe to ld-importe
           move ps-fecha to ld-fecha
           move ps-cta to ld-cta
           move reg-liq-detalle to linea-liquidacion
           write linea-liquidacion
           add 1 to cant-ente
           add ps-importe to total-ente
           move "L" to ps-estado
           move hoy to ps-fecha-liq
           REWRITE reg-pagoserv.
