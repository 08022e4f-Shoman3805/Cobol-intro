       01 total-leidos pic 9(5) value 0.
       01 total-cargados pic 9(5) value 0.
       01 total-duplicados pic 9(5) value 0.
       01 total-retenidos pic 9(5) value 0.
       01 total-invalidos pic 9(5) value 0.
       01 total-nonumerico pic 9(5) value 0.
       01 total-sinusuario pic 9(5) value 0.
       01 indice-pend pic 9(4).
       01 tabla-pendientes.
           05 pendiente pic x(138) OCCURS 500 TIMES.
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.
       COPY "sancparm.cpy".

       LINKAGE SECTION.
       01 user pic x(15).
           move 0 to total-leidos
           move 0 to total-cargados
           move 0 to total-duplicados
           move 0 to total-retenidos

           DISPLAY "Codigo de departamento (blanco = predeterminado)"
           MOVE SPACES TO depto-codigo
           display "  FECHAINVAL.........: " total-invalidos
           display "  NONUMERICO.........: " total-nonumerico
           display "  SINUSUARIO.........: " total-sinusuario
           IF total-retenidos > 0 then
              display "Retenidos por sanciones: " total-retenidos
                 " (pendientes de revision de cumplimiento)"
              move "A" to ret-estado
              move "contactos retenidos por sanciones" to ret-motivo
           END-IF
           IF total-rechazados > 0 then
              display "Corrija carga_rechazos.txt y vuelva a correr "
                 "en modo R para reprocesarlos."
                 move 0 to cons-fecha
                 move "S" to activo
                 write tabla
                 CALL 'totales' USING "A" depto-codigo reg-totales
                 add 1 to total-cargados
                 IF lote-sensible = "S" then
                    OPEN  extend VERIFPEND
                 END-IF
                 move usuario to aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
                 PERFORM CONTROLAR-SANCIONES
              NOT INVALID KEY
                 move "DUPLICADO" to motivo-rechazo
                 add 1 to total-duplicados
              END-IF
           END-IF.

       CONTROLAR-SANCIONES.
           move "V" to SAN-FUNCION
           move e-usuario to SAN-USUARIO
           move e-nom to SAN-NOMBRE
           move e-ap to SAN-APELLIDO
           move "CARGA" to SAN-ORIGEN
           CALL 'sancion' USING SAN-FUNCION SAN-USUARIO SAN-NOMBRE
              SAN-APELLIDO SAN-ORIGEN SAN-CLAVE SAN-RESULTADO
           IF SAN-RESULTADO = "R" then
              add 1 to total-retenidos
              display e-usuario " retenido: posible coincidencia con "
                 "la lista de sanciones."
           END-IF.

       VOLCAR-RECHAZOS.
           move "N" to FIN-ARCHIVO
           OPEN  input RECHTMP
