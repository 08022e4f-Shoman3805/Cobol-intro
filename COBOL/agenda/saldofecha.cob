       IDENTIFICATION DIVISION.
       PROGRAM-ID. saldofecha.

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

       DATA DIVISION.
       FILE SECTION.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SALDOSPROM.
       COPY "saldoprom.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 status-cuentas pic x(2).
       01 mov-status pic x(2).
       01 prom-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-MOVS pic x(1).
       01 hoy pic 9(08).
       01 cuenta-obj pic 9(05).
       01 fecha-obj pic 9(08).
       01 fecha-aux pic 9(08).
       01 dias-aux pic s9(7).
       01 fec-valida pic x(1).
       01 saldo-fecha pic s9(09).
       01 cant-posteriores pic 9(05).
       01 cant-extornados pic 9(05).
       01 saldo-edit pic -(8)9.

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           ACCEPT hoy FROM DATE YYYYMMDD

           DISPLAY "Saldo historico de una cuenta a una fecha"
           DISPLAY "Numero de cuenta"
           move 0 to cuenta-obj
           ACCEPT cuenta-obj
           DISPLAY "Fecha (AAAAMMDD, saldo al cierre de ese dia)"
           move 0 to fecha-obj
           ACCEPT fecha-obj
           CALL 'fechas' USING "V" fecha-obj fecha-aux dias-aux
              fec-valida

           IF fec-valida NOT = "S" then
              DISPLAY "Fecha invalida."
           ELSE
           IF fecha-obj > hoy then
              DISPLAY "La fecha no puede ser posterior a hoy."
           ELSE
              OPEN  input CUENTAS
              IF status-cuentas NOT = "00" then
                 DISPLAY "No hay cuentas registradas todavia."
              ELSE
                 move cuenta-obj to cta-id
                 READ CUENTAS KEY IS cta-id
                 INVALID KEY
                    DISPLAY "Esa cuenta no existe."
                 NOT INVALID KEY
                    PERFORM RECONSTRUIR-SALDO
                    PERFORM MOSTRAR-SALDO
                 END-READ
                 CLOSE CUENTAS
              END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       RECONSTRUIR-SALDO.
           move cta-saldo to saldo-fecha
           move 0 to cant-posteriores
           move 0 to cant-extornados
           OPEN  input MOVIMIENTOS
           IF mov-status = "00" then
              move cta-id to mv-cta
              compute mv-fecha = fecha-obj + 1
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
                 IF mv-estado = "R" OR mv-estado = "X" then
                    add 1 to cant-extornados
                 ELSE
                    add 1 to cant-posteriores
                    IF mv-tipo = "C" then
                       subtract mv-importe from saldo-fecha
                    ELSE
                       add mv-importe to saldo-fecha
                    END-IF
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE MOVIMIENTOS
           END-IF.

       MOSTRAR-SALDO.
           DISPLAY "Cuenta...........: " cta-id " " cta-titular
           move cta-saldo to saldo-edit
           DISPLAY "Saldo actual.....: " saldo-edit " " cta-moneda
           DISPLAY "Movimientos posteriores al " fecha-obj ": "
              cant-posteriores
           IF cant-extornados > 0 then
              DISPLAY "Extornados o de extorno (no cuentan): "
                 cant-extornados
           END-IF
           move saldo-fecha to saldo-edit
           DISPLAY "Saldo al " fecha-obj "..: " saldo-edit " "
              cta-moneda
           OPEN  input SALDOSPROM
           IF prom-status = "00" then
              move cta-id to sp-cta
              move fecha-obj(1:6) to sp-periodo
              READ SALDOSPROM KEY IS sp-clave
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move sp-promedio to saldo-edit
                 DISPLAY "Promedio diario del mes " sp-periodo ": "
                    saldo-edit
                 move sp-minimo to saldo-edit
                 DISPLAY "   minimo: " saldo-edit
                 move sp-maximo to saldo-edit
                 DISPLAY "   maximo: " saldo-edit
              END-READ
              CLOSE SALDOSPROM
           END-IF.
