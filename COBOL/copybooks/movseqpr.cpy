       ALTA-MOVIMIENTO.
           OPEN  i-o MOVIMIENTOS
           IF mov-status = "35" then
              OPEN  output MOVIMIENTOS
              CLOSE MOVIMIENTOS
              OPEN  i-o MOVIMIENTOS
           END-IF
           IF mov-status NOT = "00" then
              move "N" to MVS-GRABADO
              DISPLAY "No se pudo abrir movimientos.txt (estado "
                 mov-status "): movimiento no grabado."
           ELSE
              PERFORM ESCRIBIR-MOVIMIENTO
              CLOSE MOVIMIENTOS
           END-IF.
       ESCRIBIR-MOVIMIENTO.
           IF mv-hora IS NOT NUMERIC then
              ACCEPT mv-hora FROM TIME
           END-IF
           move reg-movimiento to MVS-REGISTRO
           move mv-cta to MVS-CTA
           move mv-fecha to MVS-FECHA
           move 0 to MVS-ULTIMA
           move 0 to mv-seq
           move "N" to MVS-FIN
           START MOVIMIENTOS KEY IS >= mv-clave
              INVALID KEY
                 MOVE "S" TO MVS-FIN
           END-START
           PERFORM UNTIL MVS-FIN = "S"
              READ MOVIMIENTOS NEXT RECORD
              AT END
                 MOVE "S" TO MVS-FIN
              NOT AT END
                 IF mv-cta NOT = MVS-CTA OR
                    mv-fecha NOT = MVS-FECHA then
                    MOVE "S" TO MVS-FIN
                 ELSE
                    move mv-seq to MVS-ULTIMA
                 END-IF
              END-READ
           END-PERFORM
           move MVS-REGISTRO to reg-movimiento
           compute mv-seq = MVS-ULTIMA + 1
           move "S" to MVS-GRABADO
           WRITE reg-movimiento
              INVALID KEY
                 move "N" to MVS-GRABADO
                 DISPLAY "No se pudo grabar el movimiento de la cuenta "
                    mv-cta " del " mv-fecha
           END-WRITE.
