       VALIDAR-FIRMANTE.
           move "N" to FIR-HABILITADO
           move SPACE to FIR-ROL
           move "I" to FIR-REGLA
           MOVE SPACES TO FIR-MOTIVO
           IF FIR-USUARIO = SPACES then
              move "no se indico quien opera" to FIR-MOTIVO
           ELSE
              OPEN  input FIRMANTES
              IF FIR-STATUS NOT = "00" then
                 IF FIR-USUARIO = FIR-TITULAR then
                    move "S" to FIR-HABILITADO
                    move "T" to FIR-ROL
                 ELSE
                    move "no es titular ni firmante de la cuenta"
                       to FIR-MOTIVO
                 END-IF
              ELSE
                 move FIR-CTA to fi-cta
                 move FIR-USUARIO to fi-usuario
                 READ FIRMANTES KEY IS fi-clave
                 INVALID KEY
                    IF FIR-USUARIO = FIR-TITULAR then
                       move "S" to FIR-HABILITADO
                       move "T" to FIR-ROL
                    ELSE
                       move "no es titular ni firmante de la cuenta"
                          to FIR-MOTIVO
                    END-IF
                 NOT INVALID KEY
                    move fi-rol to FIR-ROL
                    move fi-regla to FIR-REGLA
                    IF fi-estado NOT = "A" then
                       move "su vinculo con la cuenta esta de baja"
                          to FIR-MOTIVO
                    ELSE
                    IF fi-desde > FIR-FECHA then
                       move "su vinculo todavia no esta vigente"
                          to FIR-MOTIVO
                    ELSE
                    IF fi-hasta NOT = 0 AND fi-hasta < FIR-FECHA then
                       move "su vinculo con la cuenta esta vencido"
                          to FIR-MOTIVO
                    ELSE
                       move "S" to FIR-HABILITADO
                    END-IF
                    END-IF
                    END-IF
                 END-READ
                 CLOSE FIRMANTES
              END-IF
           END-IF.
