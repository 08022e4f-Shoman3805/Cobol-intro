                 END-IF
              END-IF
              subtract 1 from dias-b
           END-PERFORM
           PERFORM UNTIL dias-b >= 0
              IF trab-dia > 1 then
                 subtract 1 from trab-dia
              ELSE
                 IF trab-mes > 1 then
                    subtract 1 from trab-mes
                 ELSE
                    move 12 to trab-mes
                    subtract 1 from trab-ano
                 END-IF
                 move dias-mes(trab-mes) to dia-tope
                 IF trab-mes = 2 then
                    PERFORM ES-BISIESTO
                    IF bisiesto = "S" then
                       move 29 to dia-tope
                    END-IF
                 END-IF
                 move dia-tope to trab-dia
              END-IF
              add 1 to dias-b
           END-PERFORM.

       CALCULAR-ORDINAL.
