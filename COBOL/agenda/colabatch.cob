           FILE STATUS IS status-cuentas.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT PRINTFILE ASSIGN TO "cola_aplicada.txt"
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).
       01 motivo-rechazo pic x(30).
       01 NOMBRE-ARCHIVO pic x(40).
       01 depto-cola pic x(10).
       COPY "movseq.cpy".
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.

       LINKAGE SECTION.
       01 parm-modo pic x(1).
              accept FIN-ARCHIVO
           END-IF

           CALL 'totales' USING "V" tot-depto reg-totales

           EXIT PROGRAM.

       VER-COLA.
                    move "S" to aplicada-ok
              END-WRITE
              IF aplicada-ok = "S" then
                 CALL 'totales' USING "A" depto-cola reg-totales
                 add 1 to cant-aplicadas
                 MOVE SPACES TO linea-print
                 STRING "ALTA aplicada: " DELIMITED BY SIZE
           END-IF.

       APLICAR-MOV.
           move qt-datos(1:77) to reg-movimiento
           OPEN  i-o CUENTAS
           IF status-cuentas NOT = "00" then
              add 1 to cant-rechazadas
                    move "N" to aplicada-ok
                    move "cuenta cerrada" to motivo-rechazo
                 ELSE
                 IF cta-estado = "B" AND mv-tipo = "D" then
                    move "N" to aplicada-ok
                    move "cuenta bloqueada" to motivo-rechazo
                 ELSE
                 IF mv-tipo = "D" AND saldo-calc < 0 AND
                    saldo-calc < (0 - cta-limite) then
                    move "N" to aplicada-ok
                    move "supera el limite" to motivo-rechazo
                 END-IF
                 END-IF
                 END-IF
              END-IF
              IF aplicada-ok = "S" then
                 move saldo-calc to cta-saldo
                 REWRITE reg-cuenta
                 PERFORM ALTA-MOVIMIENTO
                 add 1 to cant-aplicadas
                 MOVE SPACES TO linea-print
                 STRING "MOV aplicado: cuenta " DELIMITED BY SIZE
              END-IF
              CLOSE CUENTAS
           END-IF.

       COPY "movseqpr.cpy".
