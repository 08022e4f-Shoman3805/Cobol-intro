           05 as-hfin pic 9(04).

       FD  VISITAS.
       COPY "visita.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  RESPUESTAS.
       01  reg-respuesta.
       01 claves-purgar.
           05 clave-hallada OCCURS 100 TIMES pic x(80).
       COPY "chksum.cpy".
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.

       LINKAGE SECTION.
       COPY "retorno.cpy".
                    move "S" to estaba-en-vivo
                    move activo to estaba-activo
                    DELETE CONTACTOS
                    IF estaba-activo = "N" then
                       CALL 'totales' USING "P" depto-codigo
                          reg-totales
                    ELSE
                       CALL 'totales' USING "B" depto-codigo
                          reg-totales
                    END-IF
                 END-IF
              END-READ
              CLOSE CONTACTOS
