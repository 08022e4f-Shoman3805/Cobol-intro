       UBICAR-HOGAR.
           move "I" to HOG-NUEVO
           move 0 to HOG-POS
           MOVE SPACES TO HOG-NOM
           MOVE SPACES TO HOG-AP
           move HOG-USUARIO to ho-usuario
           READ HOGARES KEY IS ho-usuario
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF ho-estado = "C" AND ho-id NOT = 0 then
                 PERFORM VARYING HOG-IX FROM 1 BY 1
                    UNTIL HOG-IX > HOG-CANT OR HOG-POS NOT = 0
                    IF HOG-ENVIADO(HOG-IX) = ho-id then
                       move HOG-IX to HOG-POS
                    END-IF
                 END-PERFORM
                 IF HOG-POS NOT = 0 then
                    move "N" to HOG-NUEVO
                 ELSE
                    move "S" to HOG-NUEVO
                    IF HOG-CANT < 3000 then
                       add 1 to HOG-CANT
                       move ho-id to HOG-ENVIADO(HOG-CANT)
                       move HOG-CANT to HOG-POS
                    END-IF
                    IF ho-jefe-nom NOT = SPACES then
                       move ho-jefe-nom to HOG-NOM
                       move ho-jefe-ap to HOG-AP
                    ELSE
                       move "Familia" to HOG-NOM
                       move ho-apellido to HOG-AP
                    END-IF
                 END-IF
              END-IF
           END-READ.
