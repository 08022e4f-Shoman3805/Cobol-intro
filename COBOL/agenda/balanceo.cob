           FILE STATUS IS status-cuentas.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT PRINTFILE ASSIGN TO "balanceo.txt"
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(80).
           OPEN  input MOVIMIENTOS
           IF mov-status NOT = "00" then
              move "S" to FIN-MOVS
           ELSE
              PERFORM POSICIONAR-CUENTA
           END-IF
           PERFORM UNTIL FIN-MOVS = "S"
           READ MOVIMIENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-MOVS
           NOT AT END
              IF mv-cta NOT = cta-id then
                 MOVE "S" TO FIN-MOVS
              END-IF
              IF mv-cta = cta-id then
                 IF mv-tipo = "D" then
                    subtract mv-importe from saldo-calculado
              END-IF
           END-READ
           END-PERFORM
           IF mov-status NOT = "35" then
              CLOSE MOVIMIENTOS
           END-IF

                 INTO linea-print
              write linea-print
           END-IF.

       POSICIONAR-CUENTA.
           move cta-id to mv-cta
           move 0 to mv-fecha
           move 0 to mv-seq
           START MOVIMIENTOS KEY IS >= mv-clave
              INVALID KEY
                 MOVE "S" TO FIN-MOVS
           END-START.
