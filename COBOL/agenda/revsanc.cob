       IDENTIFICATION DIVISION.
       PROGRAM-ID. revsanc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RETENCIONES ASSIGN TO "retenciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rs-clave
           FILE STATUS IS retenciones-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  RETENCIONES.
       COPY "retencion.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 retenciones-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 opcion-rev pic x(1).
       01 decision pic x(1).
       01 operador-rev pic x(20).
       01 cant-pendientes pic 9(05).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           ACCEPT hoy FROM DATE YYYYMMDD

           DISPLAY "Control de sanciones"
           DISPLAY "L- Listar las retenciones pendientes"
           DISPLAY "R- Revisar una retencion (confirmar o descartar)"
           DISPLAY "C- Cargar la lista de sanciones vigente"
           DISPLAY "N- Controlar todos los contactos contra la lista"
           ACCEPT opcion-rev
           INSPECT opcion-rev CONVERTING "lrcn" TO "LRCN"

           IF opcion-rev = "L" then
              PERFORM LISTAR-PENDIENTES
              accept FIN-ARCHIVO
           ELSE
           IF opcion-rev = "R" then
              PERFORM REVISAR-RETENCION
              accept FIN-ARCHIVO
           ELSE
           IF opcion-rev = "C" then
              CALL 'cargasanc' USING parm-modo parm-depto reg-retorno
           ELSE
           IF opcion-rev = "N" then
              CALL 'cribado' USING parm-modo parm-depto reg-retorno
           ELSE
              DISPLAY "Opcion invalida."
              accept FIN-ARCHIVO
           END-IF
           END-IF
           END-IF
           END-IF

           EXIT PROGRAM.

       LISTAR-PENDIENTES.
           move 0 to cant-pendientes
           OPEN  input RETENCIONES
           IF retenciones-status NOT = "00" then
              DISPLAY "No hay retenciones registradas."
           ELSE
              DISPLAY "Usuario                        Lista-id   "
                 "Persona en la lista            Desde    Origen"
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ RETENCIONES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF rs-pendiente then
                    add 1 to cant-pendientes
                    DISPLAY rs-usuario " " rs-lista-id " "
                       rs-listado(1:30) " " rs-fecha " " rs-origen
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE RETENCIONES
              DISPLAY cant-pendientes " retencion(es) pendientes."
           END-IF.

       REVISAR-RETENCION.
           MOVE SPACES TO operador-rev
           OPEN  input SESION
           IF sesion-status = "00" then
              READ SESION
              AT END
                 CONTINUE
              NOT AT END
                 move linea-sesion to operador-rev
              END-READ
              CLOSE SESION
           END-IF
           IF operador-rev = SPACES then
              ACCEPT operador-rev FROM ENVIRONMENT "USER"
           END-IF

           OPEN  i-o RETENCIONES
           IF retenciones-status NOT = "00" then
              DISPLAY "No hay retenciones registradas."
           ELSE
              MOVE SPACES TO rs-clave
              DISPLAY "Usuario retenido"
              ACCEPT rs-usuario
              DISPLAY "Identificador en la lista (Lista-id)"
              ACCEPT rs-lista-id
              READ RETENCIONES KEY IS rs-clave
              INVALID KEY
                 DISPLAY "No existe esa retencion."
              NOT INVALID KEY
                 PERFORM DECIDIR-RETENCION
              END-READ
              CLOSE RETENCIONES
           END-IF.

       DECIDIR-RETENCION.
           DISPLAY "Contacto.....: " rs-usuario
           DISPLAY "Coincide con.: " rs-listado " (" rs-lista ")"
           DISPLAY "Retenido el..: " rs-fecha " por " rs-origen
           DISPLAY "Estado.......: " rs-estado
           IF NOT rs-pendiente then
              DISPLAY "La retencion ya fue revisada por " rs-revisor
                 " el " rs-fecha-rev "."
           ELSE
              DISPLAY "C- Confirmar (la persona es la de la lista)"
              DISPLAY "D- Descartar (falso positivo, se libera)"
              ACCEPT decision
              INSPECT decision CONVERTING "cd" TO "CD"
              IF decision NOT = "C" AND decision NOT = "D" then
                 DISPLAY "Decision invalida, no se modifica."
              ELSE
                 DISPLAY "Comentario"
                 MOVE SPACES TO rs-comentario
                 ACCEPT rs-comentario
                 IF rs-comentario = SPACES then
                    DISPLAY "El comentario es obligatorio."
                 ELSE
                    move decision to rs-estado
                    move operador-rev to rs-revisor
                    move hoy to rs-fecha-rev
                    REWRITE reg-retencion
                    IF rs-confirmada then
                       move "SANC-CONF" to aud-accion
                       DISPLAY "Retencion confirmada, el contacto "
                          "sigue bloqueado."
                    ELSE
                       move "SANC-DESC" to aud-accion
                       DISPLAY "Retencion descartada, el contacto "
                          "queda liberado."
                    END-IF
                    move rs-usuario to aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                 END-IF
              END-IF
           END-IF.
