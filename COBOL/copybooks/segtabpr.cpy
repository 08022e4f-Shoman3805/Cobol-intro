       CARGAR-REGLAS-SEG.
           move 0 to SEG-CANT
           PERFORM VARYING SEG-IX FROM 1 BY 1 UNTIL SEG-IX > 5
              add 1 to SEG-CANT
              move SEG-D-CODIGO(SEG-IX) to SEG-CODIGO(SEG-CANT)
              move SEG-D-ACCION-1(SEG-IX) to SEG-ACCION-1(SEG-CANT)
              move SEG-D-ACCION-2(SEG-IX) to SEG-ACCION-2(SEG-CANT)
              move SEG-D-AMBITO(SEG-IX) to SEG-AMBITO(SEG-CANT)
              move "A" to SEG-ESTADO(SEG-CANT)
              move SEG-D-TEXTO(SEG-IX) to SEG-TEXTO(SEG-CANT)
              move 0 to SEG-CONFLICTOS(SEG-CANT)
           END-PERFORM
           OPEN  input REGLASSEG
           IF SEG-STATUS = "00" then
              move "N" to SEG-FIN
              PERFORM UNTIL SEG-FIN = "S"
              READ REGLASSEG
              AT END
                 MOVE "S" TO SEG-FIN
              NOT AT END
                 IF sr-codigo NOT = SPACES AND
                    sr-accion-1 NOT = SPACES AND
                    sr-accion-2 NOT = SPACES AND
                    (sr-mismo-objeto OR sr-mismo-dia OR
                     sr-rol-propio) then
                    move 0 to SEG-POS
                    PERFORM VARYING SEG-IX FROM 1 BY 1
                       UNTIL SEG-IX > SEG-CANT OR SEG-POS NOT = 0
                       IF SEG-CODIGO(SEG-IX) = sr-codigo then
                          move SEG-IX to SEG-POS
                       END-IF
                    END-PERFORM
                    IF SEG-POS = 0 AND SEG-CANT < 50 then
                       add 1 to SEG-CANT
                       move SEG-CANT to SEG-POS
                       move 0 to SEG-CONFLICTOS(SEG-POS)
                    END-IF
                    IF SEG-POS NOT = 0 then
                       move sr-codigo to SEG-CODIGO(SEG-POS)
                       move sr-accion-1 to SEG-ACCION-1(SEG-POS)
                       move sr-accion-2 to SEG-ACCION-2(SEG-POS)
                       move sr-ambito to SEG-AMBITO(SEG-POS)
                       IF sr-activa then
                          move "A" to SEG-ESTADO(SEG-POS)
                       ELSE
                          move "I" to SEG-ESTADO(SEG-POS)
                       END-IF
                       move sr-texto to SEG-TEXTO(SEG-POS)
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE REGLASSEG
           END-IF.
