       CARGAR-CURSADAS.
           move 0 to CUR-CANT
           move 0 to CUR-RECHAZADOS
           move "N" to CUR-HAY-ARCHIVO
           OPEN input CURSADAS
           IF cursadas-status = "00" then
              move "S" to CUR-HAY-ARCHIVO
              move "N" to CUR-FIN
              PERFORM UNTIL CUR-FIN = "S"
                 READ CURSADAS
                 AT END
                    MOVE "S" TO CUR-FIN
                 NOT AT END
                    IF CUR-CANT < 1000 then
                       add 1 to CUR-CANT
                       move cs-periodo to CUR-T-PERIODO(CUR-CANT)
                       move cs-alumno to CUR-T-ALUMNO(CUR-CANT)
                       move cs-curso to CUR-T-CURSO(CUR-CANT)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE CURSADAS
           END-IF.

       VERIFICAR-CURSADA.
           move pj-fecha(1:4) to CUR-PERIODO(1:4)
           IF pj-fecha(5:2) > "06" then
              move "2" to CUR-PERIODO(5:1)
           ELSE
              move "1" to CUR-PERIODO(5:1)
           END-IF
           IF CUR-HAY-ARCHIVO NOT = "S" then
              move "S" to CUR-INSCRIPTO
           ELSE
              move "N" to CUR-INSCRIPTO
              PERFORM VARYING CUR-INDICE FROM 1 BY 1
                 UNTIL CUR-INDICE > CUR-CANT OR CUR-INSCRIPTO = "S"
                 IF CUR-T-PERIODO(CUR-INDICE) = CUR-PERIODO AND
                    CUR-T-ALUMNO(CUR-INDICE) = pj-alumno AND
                    CUR-T-CURSO(CUR-INDICE) = pj-curso then
                    move "S" to CUR-INSCRIPTO
                 END-IF
              END-PERFORM
           END-IF.
