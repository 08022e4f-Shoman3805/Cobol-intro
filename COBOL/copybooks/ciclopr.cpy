       CAMBIAR-ETAPA.
           move "N" to CIC-RESULTADO
           MOVE SPACES TO CIC-MOTIVO
           move SPACE to CIC-ANTERIOR
           move "N" to CIC-HALLADO
           move 0 to CIC-DESDE-ANT
           move CIC-FECHA to CIC-ALTA
           OPEN  i-o ETAPAS
           IF CIC-STATUS = "35" then
              OPEN  output ETAPAS
              CLOSE ETAPAS
              OPEN  i-o ETAPAS
           END-IF
           move CIC-USUARIO to et-usuario
           READ ETAPAS KEY IS et-usuario
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              move "S" to CIC-HALLADO
              move et-etapa to CIC-ANTERIOR
              move et-desde to CIC-DESDE-ANT
              move et-alta to CIC-ALTA
           END-READ
           IF CIC-NUEVA NOT = "L" AND CIC-NUEVA NOT = "P" AND
              CIC-NUEVA NOT = "C" AND CIC-NUEVA NOT = "I" AND
              CIC-NUEVA NOT = "X" then
              move "etapa inexistente" to CIC-MOTIVO
           ELSE
           IF CIC-NUEVA = CIC-ANTERIOR then
              move "I" to CIC-RESULTADO
              move "el contacto ya esta en esa etapa" to CIC-MOTIVO
           ELSE
              PERFORM VALIDAR-TRANSICION
              IF CIC-VECES = 0 then
                 MOVE SPACES TO CIC-MOTIVO
                 STRING "no se permite pasar de " DELIMITED BY SIZE
                    CIC-ANTERIOR DELIMITED BY SIZE
                    " a " DELIMITED BY SIZE
                    CIC-NUEVA DELIMITED BY SIZE
                    INTO CIC-MOTIVO
              ELSE
                 PERFORM GRABAR-ETAPA
              END-IF
           END-IF
           END-IF
           CLOSE ETAPAS.

       VALIDAR-TRANSICION.
           move 0 to CIC-VECES
           move 0 to CIC-POS
           PERFORM VARYING CIC-IND FROM 1 BY 1
              UNTIL CIC-IND > 6 OR CIC-POS NOT = 0
              IF CIC-REGLA-DESDE(CIC-IND) = CIC-ANTERIOR OR
                 (CIC-REGLA-DESDE(CIC-IND) = "-" AND
                  CIC-ANTERIOR = SPACE) then
                 move CIC-IND to CIC-POS
              END-IF
           END-PERFORM
           IF CIC-POS NOT = 0 then
              INSPECT CIC-REGLA-HACIA(CIC-POS) TALLYING CIC-VECES
                 FOR ALL CIC-NUEVA
           END-IF.

       GRABAR-ETAPA.
           ACCEPT CIC-HORA FROM TIME
           move 0 to CIC-DIAS
           IF CIC-DESDE-ANT NOT = 0 then
              CALL 'fechas' USING "E" CIC-DESDE-ANT CIC-FECHA
                 CIC-DIAS CIC-VALIDA
              IF CIC-DIAS < 0 then
                 move 0 to CIC-DIAS
              END-IF
           END-IF
           move CIC-USUARIO to et-usuario
           move CIC-NUEVA to et-etapa
           move CIC-FECHA to et-desde
           move CIC-ALTA to et-alta
           move CIC-OPERADOR to et-operador
           IF CIC-HALLADO = "S" then
              REWRITE reg-etapa
           ELSE
              WRITE reg-etapa
           END-IF
           OPEN  i-o ETAPASHIST
           IF CIC-HSTATUS = "35" then
              OPEN  output ETAPASHIST
              CLOSE ETAPASHIST
              OPEN  i-o ETAPASHIST
           END-IF
           move 0 to CIC-SEQ
           move "N" to CIC-FIN
           move CIC-USUARIO to eh-usuario
           move 0 to eh-seq
           START ETAPASHIST KEY IS >= eh-clave
              INVALID KEY
                 MOVE "S" TO CIC-FIN
           END-START
           PERFORM UNTIL CIC-FIN = "S"
           READ ETAPASHIST NEXT RECORD
           AT END
              MOVE "S" TO CIC-FIN
           NOT AT END
              IF eh-usuario NOT = CIC-USUARIO then
                 MOVE "S" TO CIC-FIN
              ELSE
                 move eh-seq to CIC-SEQ
              END-IF
           END-READ
           END-PERFORM
           IF CIC-SEQ < 999 then
              MOVE SPACES TO reg-etapa-hist
              move CIC-USUARIO to eh-usuario
              compute eh-seq = CIC-SEQ + 1
              move CIC-FECHA to eh-fecha
              move CIC-HORA(1:4) to eh-hora
              move CIC-ANTERIOR to eh-anterior
              move CIC-NUEVA to eh-etapa
              move CIC-DESDE-ANT to eh-desde-ant
              move CIC-DIAS to eh-dias
              move CIC-ORIGEN to eh-origen
              move CIC-OPERADOR to eh-operador
              move CIC-NOTA to eh-nota
              WRITE reg-etapa-hist
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           CLOSE ETAPASHIST
           move "S" to CIC-RESULTADO
           move "ETAPA-CAMB" to CIC-AUD-ACCION
           move CIC-USUARIO to CIC-AUD-USUARIO
           CALL 'auditar' USING CIC-AUD-ACCION CIC-AUD-USUARIO.
