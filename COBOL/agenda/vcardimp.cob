       01 total-leidas pic 9(5) value 0.
       01 total-cargadas pic 9(5) value 0.
       01 total-rechazadas pic 9(5) value 0.
       01 total-retenidas pic 9(5) value 0.
       COPY "sancparm.cpy".
       01 v-usuario pic x(30).
       01 v-nom pic x(20).
       01 v-ap pic x(20).
                 display "Tarjetas leidas....: " total-leidas
                 display "Tarjetas cargadas..: " total-cargadas
                 display "Tarjetas rechazadas: " total-rechazadas
                 IF total-retenidas > 0 then
                    display "Retenidas por sanciones: " total-retenidas
                       " (pendientes de revision de cumplimiento)"
                    move "A" to ret-estado
                    move "contactos retenidos por sanciones"
                       to ret-motivo
                 END-IF
                 IF total-rechazadas > 0 then
                    display "Detalle en vcard_rechazos.txt"
                 END-IF
           END-IF
           END-IF.

       CONTROLAR-SANCIONES.
           move "V" to SAN-FUNCION
           move v-usuario to SAN-USUARIO
           move v-nom to SAN-NOMBRE
           move v-ap to SAN-APELLIDO
           move "VCARD" to SAN-ORIGEN
           CALL 'sancion' USING SAN-FUNCION SAN-USUARIO SAN-NOMBRE
              SAN-APELLIDO SAN-ORIGEN SAN-CLAVE SAN-RESULTADO
           IF SAN-RESULTADO = "R" then
              add 1 to total-retenidas
              display v-usuario " retenido: posible coincidencia con "
                 "la lista de sanciones."
           END-IF.

       SEPARAR-LINEA.
           move 0 to pos-sep
           PERFORM VARYING pos-check FROM 1 BY 1
                 add 1 to total-cargadas
                 move usuario to aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
                 PERFORM CONTROLAR-SANCIONES
              NOT INVALID KEY
                 move "DUPLICADO" to motivo-rechazo
              END-READ
