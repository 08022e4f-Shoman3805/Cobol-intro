       LEER-PARAMETRO.
           move "N" to PAR-HALLADO
           move 0 to PAR-VALOR
           move 0 to PAR-VIGENCIA
           OPEN  input PARAMETROS
           IF PAR-STATUS = "00" then
              move PAR-CODIGO to pa-codigo
              move 0 to pa-vigencia
              move "N" to PAR-FIN
              START PARAMETROS KEY IS >= pa-clave
                 INVALID KEY
                    MOVE "S" TO PAR-FIN
              END-START
              PERFORM UNTIL PAR-FIN = "S"
              READ PARAMETROS NEXT RECORD
              AT END
                 MOVE "S" TO PAR-FIN
              NOT AT END
                 IF pa-codigo NOT = PAR-CODIGO OR
                    pa-vigencia > PAR-FECHA then
                    MOVE "S" TO PAR-FIN
                 ELSE
                    move "S" to PAR-HALLADO
                    move pa-valor to PAR-VALOR
                    move pa-vigencia to PAR-VIGENCIA
                 END-IF
              END-READ
              END-PERFORM
              CLOSE PARAMETROS
           END-IF
           move PAR-VALOR to PAR-EDIT.
