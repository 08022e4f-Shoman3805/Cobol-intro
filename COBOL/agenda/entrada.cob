       01 lbl-horario pic x(15).
       01 lbl-hor-ayuda pic x(18).
       COPY "valnum.cpy".
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.
       COPY "sancparm.cpy".

       LINKAGE SECTION.
       01 user pic x(15).
                 PERFORM ENCOLAR-ALTA
              ELSE
                 write tabla
                 CALL 'totales' USING "A" depto-codigo reg-totales
              END-IF

              move scr-usuario to user
              move 129 to numero-mensaje
              PERFORM TRAER-MENSAJE
              display usuario texto-mensaje
              PERFORM CONTROLAR-SANCIONES
           END-IF
           END-IF

           DISPLAY "Alta encolada hasta el cierre de la ventana "
              "de lote.".

       CONTROLAR-SANCIONES.
           move "V" to SAN-FUNCION
           move scr-usuario to SAN-USUARIO
           move scr-nombre to SAN-NOMBRE
           move scr-apellido to SAN-APELLIDO
           move "ENTRADA" to SAN-ORIGEN
           CALL 'sancion' USING SAN-FUNCION SAN-USUARIO SAN-NOMBRE
              SAN-APELLIDO SAN-ORIGEN SAN-CLAVE SAN-RESULTADO
           IF SAN-RESULTADO = "R" then
              DISPLAY "AVISO: posible coincidencia con la lista de "
                 "sanciones, el contacto queda retenido para "
                 "revision de cumplimiento."
              move "A" to ret-estado
              move "contacto retenido por sanciones" to ret-motivo
           END-IF.

       TRAER-MENSAJE.
           CALL 'mensaje' USING numero-mensaje texto-mensaje.

