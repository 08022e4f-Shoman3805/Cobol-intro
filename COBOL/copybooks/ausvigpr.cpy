       BUSCAR-AUSENCIA.
           move "N" to AUS-AUSENTE
           move SPACE to AUS-TIPO
           move 0 to AUS-INICIO
           move 0 to AUS-FINAL
           MOVE SPACES TO AUS-DELEGADO
           IF AUS-OPERADOR NOT = SPACES then
              OPEN  input AUSENCIAS
              IF AUS-STATUS = "00" then
                 move AUS-OPERADOR to au-operador
                 move 0 to au-desde
                 move "N" to AUS-FIN
                 START AUSENCIAS KEY IS >= au-clave
                    INVALID KEY
                       MOVE "S" TO AUS-FIN
                 END-START
                 PERFORM UNTIL AUS-FIN = "S"
                 READ AUSENCIAS NEXT RECORD
                 AT END
                    MOVE "S" TO AUS-FIN
                 NOT AT END
                    IF au-operador NOT = AUS-OPERADOR OR
                       au-desde > AUS-HASTA then
                       MOVE "S" TO AUS-FIN
                    ELSE
                    IF au-estado = "A" AND au-hasta >= AUS-DESDE then
                       move "S" to AUS-AUSENTE
                       move au-tipo to AUS-TIPO
                       move au-desde to AUS-INICIO
                       move au-hasta to AUS-FINAL
                       move au-delegado to AUS-DELEGADO
                       MOVE "S" TO AUS-FIN
                    END-IF
                    END-IF
                 END-READ
                 END-PERFORM
                 CLOSE AUSENCIAS
              END-IF
           END-IF.
