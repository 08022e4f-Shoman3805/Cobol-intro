       OFRECER-HUECO.
           move "N" to OFR-HALLADO
           MOVE SPACES TO OFR-USUARIO
           move 0 to OFR-ALTA
           move 0 to OFR-HORA
           DIVIDE OFR-HINI BY 100 GIVING OFR-HH REMAINDER OFR-MM
           compute OFR-MIN-INI = OFR-HH * 60 + OFR-MM
           DIVIDE OFR-HFIN BY 100 GIVING OFR-HH REMAINDER OFR-MM
           compute OFR-MIN-FIN = OFR-HH * 60 + OFR-MM
           IF OFR-MIN-FIN > OFR-MIN-INI then
              compute OFR-DURACION = OFR-MIN-FIN - OFR-MIN-INI
           ELSE
              move 0 to OFR-DURACION
           END-IF
           OPEN  i-o ESPERA
           IF OFR-STATUS = "00" then
              move "N" to OFR-FIN
              move LOW-VALUES to es-clave
              START ESPERA KEY IS >= es-clave
                 INVALID KEY
                    MOVE "S" TO OFR-FIN
              END-START
              PERFORM UNTIL OFR-FIN = "S"
              READ ESPERA NEXT RECORD
              AT END
                 MOVE "S" TO OFR-FIN
              NOT AT END
                 IF es-estado = "P" AND
                    es-usuario NOT = OFR-LIBERADO AND
                    es-desde <= OFR-FECHA AND
                    es-hasta >= OFR-FECHA AND
                    es-duracion <= OFR-DURACION AND
                    (es-franja = SPACE OR
                     (es-franja = "M" AND OFR-HINI < 1300) OR
                     (es-franja = "T" AND OFR-HINI >= 1300)) AND
                    (es-sala = SPACES OR es-sala = OFR-SALA) AND
                    (es-operador = SPACES OR
                     es-operador = OFR-OPERADOR) then
                    IF OFR-HALLADO = "N" OR
                       es-alta < OFR-ALTA OR
                       (es-alta = OFR-ALTA AND es-hora < OFR-HORA)
                       then
                       move "S" to OFR-HALLADO
                       move es-usuario to OFR-USUARIO
                       move es-alta to OFR-ALTA
                       move es-hora to OFR-HORA
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              IF OFR-HALLADO = "S" then
                 move OFR-USUARIO to es-usuario
                 move OFR-ALTA to es-alta
                 move OFR-HORA to es-hora
                 READ ESPERA KEY IS es-clave
                 INVALID KEY
                    move "N" to OFR-HALLADO
                 NOT INVALID KEY
                    move "O" to es-estado
                    move OFR-HOY to es-cierre
                    move OFR-FECHA to es-of-fecha
                    move OFR-HINI to es-of-hini
                    move OFR-HFIN to es-of-hfin
                    move OFR-SALA to es-of-sala
                    move OFR-OPERADOR to es-of-operador
                    REWRITE reg-espera
                    PERFORM AGENDAR-LLAMADA-ESPERA
                    move "ESPERA-OFR" to OFR-AUD-ACCION
                    move OFR-USUARIO to OFR-AUD-USUARIO
                    CALL 'auditar' USING OFR-AUD-ACCION
                       OFR-AUD-USUARIO
                 END-READ
              END-IF
              CLOSE ESPERA
           END-IF.

       AGENDAR-LLAMADA-ESPERA.
           IF OFR-TAREAS-ABIERTO NOT = "S" then
              OPEN  i-o TAREAS
              IF tareas-status = "35" then
                 OPEN  output TAREAS
                 CLOSE TAREAS
                 OPEN  i-o TAREAS
              END-IF
           END-IF
           move OFR-USUARIO to t-usuario
           move OFR-HOY to t-vence
           move 0 to t-seq
           move "N" to OFR-SEQ-LIBRE
           PERFORM UNTIL OFR-SEQ-LIBRE = "S" OR t-seq = 99
              add 1 to t-seq
              READ TAREAS KEY IS t-clave
              INVALID KEY
                 move "S" to OFR-SEQ-LIBRE
              END-READ
           END-PERFORM
           IF OFR-SEQ-LIBRE = "S" then
              move OFR-USUARIO to t-usuario
              move OFR-HOY to t-vence
              MOVE SPACES TO t-texto
              STRING "Ofrecer turno libre " DELIMITED BY SIZE
                 OFR-FECHA DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 OFR-HINI DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 OFR-HFIN DELIMITED BY SIZE
                 INTO t-texto
              END-STRING
              move "P" to t-estado
              move OFR-HOY to t-alta
              move 0 to t-cada
              move "A" to t-prioridad
              IF es-operador NOT = SPACES then
                 move es-operador to t-operador
              ELSE
                 move OFR-OPERADOR to t-operador
              END-IF
              WRITE reg-tarea
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF OFR-TAREAS-ABIERTO NOT = "S" then
              CLOSE TAREAS
           END-IF.
