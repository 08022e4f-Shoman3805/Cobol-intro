           RECORD KEY IS lo-cp
           FILE STATUS IS localidades-status.

           SELECT DEVUELTOS ASSIGN TO "devueltos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS dv-clave
           FILE STATUS IS devueltos-status.

       DATA DIVISION.
       FILE SECTION.

           05 lo-ciudad pic x(20).
           05 lo-provincia pic x(20).

       FD  DEVUELTOS.
       COPY "devuelto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 localidades-status pic x(2).
       01 hay-catalogo pic x(1).
       01 tipo-dir pic x(07).
       01 usuario-valido pic x(1).
       01 alguno pic x(1).
       01 devueltos-status pic x(2).
       01 marca-dev pic x(1).
       01 hoy pic 9(08).

       LINKAGE SECTION.
       COPY "retorno.cpy".
           DISPLAY "A- Agregar o cambiar direccion de un contacto"
           DISPLAY "B- Borrar direccion"
           DISPLAY "L- Listar direcciones de un contacto"
           DISPLAY "D- Marcar o quitar correo devuelto"
           ACCEPT opcion-dir
           ACCEPT hoy FROM DATE YYYYMMDD

           IF opcion-dir = "A" OR opcion-dir = "a" then
              move "N" to usuario-valido
                          NOT INVALID KEY
                             DISPLAY "Direccion agregada."
                       END-WRITE
                       PERFORM QUITAR-DEVUELTO
                    ELSE
                       DISPLAY "Direccion no guardada."
                    END-IF
                 NOT INVALID KEY
                    DELETE DIRECCIONES
                    DISPLAY "Direccion borrada."
                    PERFORM QUITAR-DEVUELTO
                 END-READ
                 CLOSE DIRECCIONES
              END-IF
                       DISPLAY "Ciudad...: " d-ciudad
                       DISPLAY "Provincia: " d-provincia
                       DISPLAY "CP.......: " d-cp
                       PERFORM MOSTRAR-DEVUELTO
                       DISPLAY "----------------------------------"
                    END-IF
                 END-READ
              END-IF
           END-IF

           IF opcion-dir = "D" OR opcion-dir = "d" then
              PERFORM MARCAR-DEVUELTO
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       MARCAR-DEVUELTO.
           DISPLAY "Usuario del contacto"
           MOVE SPACES TO usuario-dir
           ACCEPT usuario-dir
           DISPLAY "Tipo (casa/trabajo/fiscal)"
           MOVE SPACES TO tipo-dir
           ACCEPT tipo-dir
           move "N" to alguno
           OPEN  input DIRECCIONES
           IF direcciones-status = "00" then
              move usuario-dir to d-usuario
              move tipo-dir to d-tipo
              READ DIRECCIONES KEY IS d-clave
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "S" to alguno
              END-READ
              CLOSE DIRECCIONES
           END-IF
           IF alguno = "N" then
              DISPLAY "No existe esa direccion."
           ELSE
              OPEN  i-o DEVUELTOS
              IF devueltos-status = "35" then
                 OPEN  output DEVUELTOS
                 CLOSE DEVUELTOS
                 OPEN  i-o DEVUELTOS
              END-IF
              move usuario-dir to dv-usuario
              move tipo-dir to dv-tipo
              READ DEVUELTOS KEY IS dv-clave
              INVALID KEY
                 DISPLAY "Motivo de la devolucion (se muda, "
                    "desconocido, direccion insuficiente...)"
                 MOVE SPACES TO dv-motivo
                 ACCEPT dv-motivo
                 move hoy to dv-fecha
                 WRITE reg-devuelto
                 DISPLAY "Direccion marcada con correo devuelto."
              NOT INVALID KEY
                 DISPLAY "Correo devuelto el " dv-fecha ": "
                    dv-motivo
                 DISPLAY "Quitar la marca? (S/N)"
                 MOVE "N" TO marca-dev
                 ACCEPT marca-dev
                 IF marca-dev = "S" OR marca-dev = "s" then
                    DELETE DEVUELTOS
                    DISPLAY "Marca quitada."
                 END-IF
              END-READ
              CLOSE DEVUELTOS
           END-IF.

       QUITAR-DEVUELTO.
           OPEN  i-o DEVUELTOS
           IF devueltos-status = "00" then
              move d-usuario to dv-usuario
              move d-tipo to dv-tipo
              READ DEVUELTOS KEY IS dv-clave
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DELETE DEVUELTOS
                 DISPLAY "Se quito la marca de correo devuelto."
              END-READ
              CLOSE DEVUELTOS
           END-IF.

       MOSTRAR-DEVUELTO.
           OPEN  input DEVUELTOS
           IF devueltos-status = "00" then
              move d-usuario to dv-usuario
              move d-tipo to dv-tipo
              READ DEVUELTOS KEY IS dv-clave
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY "ATENCION.: correo devuelto el " dv-fecha
                    " (" dv-motivo ")"
              END-READ
              CLOSE DEVUELTOS
           END-IF.
