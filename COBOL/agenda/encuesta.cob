       IDENTIFICATION DIVISION.
       PROGRAM-ID. encuesta.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ENCUESTAS ASSIGN TO "encuestas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS en-clave
           FILE STATUS IS encuestas-status.

           SELECT RESPUESTAS ASSIGN TO "encuestas_respuestas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS respuestas-status.

           SELECT RECHAZOS ASSIGN TO "encuestas_rechazadas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAREAS ASSIGN TO "tareas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS t-clave
           FILE STATUS IS tareas-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  ENCUESTAS.
       COPY "encuesta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  RESPUESTAS.
       01  linea-respuesta.
           05 rp-fecha pic 9(08).
           05 filler pic x(01).
           05 rp-hini pic 9(04).
           05 filler pic x(01).
           05 rp-usuario pic x(30).
           05 filler pic x(01).
           05 rp-puntaje pic 9(02).
           05 filler pic x(01).
           05 rp-comentario pic x(60).

       FD  RECHAZOS.
       01  linea-rechazo pic x(140).

       FD  TAREAS.
       01  reg-tarea.
           05 t-clave.
              10 t-usuario pic x(30).
              10 t-vence pic 9(08).
              10 t-seq pic 9(02).
           05 t-texto pic x(40).
           05 t-estado pic x(01).
           05 t-alta pic 9(08).
           05 t-cada pic 9(03).
           05 t-prioridad pic x(01).
           05 t-operador pic x(20).

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 encuestas-status pic x(2).
       01 respuestas-status pic x(2).
       01 tareas-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-encuesta pic x(1).
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 alguno pic x(1).
       01 fecha-cita pic 9(08).
       01 hora-ini pic 9(04).
       01 usuario-cita pic x(30).
       01 puntaje-resp pic 9(02).
       01 comentario-resp pic x(60).
       01 origen-resp pic x(01).
       01 motivo-rechazo pic x(30).
       01 fecha-vence pic 9(08).
       01 resultado-habil pic x(1).
       01 seq-libre pic x(1).
       01 cant-leidas pic 9(05).
       01 cant-cargadas pic 9(05).
       01 cant-rechazadas pic 9(05).
       01 cant-tareas pic 9(05).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-tareas

           ACCEPT hoy FROM DATE YYYYMMDD

           MOVE SPACES TO operador-actual
           OPEN  input SESION
           IF sesion-status = "00" then
              READ SESION
              AT END
                 CONTINUE
              NOT AT END
                 move linea-sesion to operador-actual
              END-READ
              CLOSE SESION
           END-IF
           IF operador-actual = SPACES then
              ACCEPT operador-actual FROM ENVIRONMENT "USER"
           END-IF

           DISPLAY "Encuestas de satisfaccion"
           DISPLAY "C- Cargar la respuesta de una encuesta"
           DISPLAY "L- Cargar respuestas desde "
              "encuestas_respuestas.txt"
           DISPLAY "P- Listar encuestas sin respuesta"
           DISPLAY "N- Reporte NPS del mes"
           ACCEPT opcion-encuesta
           INSPECT opcion-encuesta CONVERTING "clpn" TO "CLPN"

           IF opcion-encuesta = "C" then
              PERFORM CAPTURAR-RESPUESTA
           ELSE
           IF opcion-encuesta = "L" then
              PERFORM CARGAR-RESPUESTAS
           ELSE
           IF opcion-encuesta = "P" then
              PERFORM LISTAR-PENDIENTES
           ELSE
           IF opcion-encuesta = "N" then
              CALL 'encnps' USING parm-modo parm-depto reg-retorno
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       ABRIR-ARCHIVOS.
           OPEN  i-o TAREAS
           IF tareas-status = "35" then
              OPEN  output TAREAS
              CLOSE TAREAS
              OPEN  i-o TAREAS
           END-IF
           CALL 'habiles' USING "P" hoy fecha-vence resultado-habil.

       CAPTURAR-RESPUESTA.
           OPEN  i-o ENCUESTAS
           IF encuestas-status NOT = "00" then
              DISPLAY "No hay encuestas enviadas todavia."
           ELSE
              DISPLAY "Fecha de la cita (AAAAMMDD)"
              move 0 to fecha-cita
              ACCEPT fecha-cita
              DISPLAY "Hora de inicio (HHMM)"
              move 0 to hora-ini
              ACCEPT hora-ini
              DISPLAY "Usuario del contacto"
              MOVE SPACES TO usuario-cita
              ACCEPT usuario-cita
              DISPLAY "Puntaje (0 a 10)"
              move 0 to puntaje-resp
              ACCEPT puntaje-resp
              DISPLAY "Comentario (opcional)"
              MOVE SPACES TO comentario-resp
              ACCEPT comentario-resp
              move "M" to origen-resp
              PERFORM ABRIR-ARCHIVOS
              PERFORM REGISTRAR-RESPUESTA
              CLOSE TAREAS
              CLOSE ENCUESTAS
              IF motivo-rechazo = SPACES then
                 DISPLAY "Respuesta registrada."
                 IF cant-tareas > 0 then
                    DISPLAY "Detractor: se agendo una tarea de "
                       "seguimiento para " en-operador
                 END-IF
              ELSE
                 DISPLAY "No se registro: " motivo-rechazo
              END-IF
           END-IF.

       REGISTRAR-RESPUESTA.
           MOVE SPACES TO motivo-rechazo
           move fecha-cita to en-fecha
           move hora-ini to en-hini
           move usuario-cita to en-usuario
           READ ENCUESTAS KEY IS en-clave
           INVALID KEY
              move "encuesta inexistente" to motivo-rechazo
           NOT INVALID KEY
              IF en-estado = "R" then
                 move "encuesta ya respondida" to motivo-rechazo
              ELSE
              IF puntaje-resp IS NOT NUMERIC then
                 move "puntaje invalido" to motivo-rechazo
              ELSE
              IF puntaje-resp > 10 then
                 move "puntaje invalido" to motivo-rechazo
              END-IF
              END-IF
              END-IF
           END-READ
           IF motivo-rechazo = SPACES then
              move "R" to en-estado
              move puntaje-resp to en-puntaje
              move comentario-resp to en-comentario
              move hoy to en-respuesta
              move origen-resp to en-origen
              IF en-puntaje <= 6 then
                 PERFORM AGENDAR-SEGUIMIENTO
              END-IF
              REWRITE reg-encuesta
              move "ENC-RESP" to aud-accion
              move en-usuario to aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
           END-IF.

       AGENDAR-SEGUIMIENTO.
           move en-usuario to t-usuario
           move fecha-vence to t-vence
           move 0 to t-seq
           move "N" to seq-libre
           PERFORM UNTIL seq-libre = "S" OR t-seq = 99
              add 1 to t-seq
              READ TAREAS KEY IS t-clave
              INVALID KEY
                 move "S" to seq-libre
              END-READ
           END-PERFORM
           IF seq-libre NOT = "S" then
              DISPLAY "Demasiadas tareas para esa fecha, no se "
                 "agendo el seguimiento de " en-usuario
           ELSE
              move en-usuario to t-usuario
              move fecha-vence to t-vence
              MOVE SPACES TO t-texto
              STRING "Encuesta " DELIMITED BY SIZE
                 en-puntaje DELIMITED BY SIZE
                 "/10: " DELIMITED BY SIZE
                 en-motivo DELIMITED BY "  "
                 INTO t-texto
              END-STRING
              move "P" to t-estado
              move hoy to t-alta
              move 0 to t-cada
              move "A" to t-prioridad
              IF en-operador NOT = SPACES then
                 move en-operador to t-operador
              ELSE
                 move operador-actual to t-operador
              END-IF
              WRITE reg-tarea
              move "S" to en-tarea
              add 1 to cant-tareas
           END-IF.

       CARGAR-RESPUESTAS.
           OPEN  input RESPUESTAS
           IF respuestas-status NOT = "00" then
              DISPLAY "No hay encuestas_respuestas.txt para procesar."
              move "A" to ret-estado
              move "encuestas_respuestas.txt no disponible"
                 to ret-motivo
           ELSE
              OPEN  i-o ENCUESTAS
              IF encuestas-status NOT = "00" then
                 DISPLAY "No hay encuestas enviadas todavia."
                 CLOSE RESPUESTAS
              ELSE
                 OPEN  output RECHAZOS
                 PERFORM ABRIR-ARCHIVOS
                 move 0 to cant-leidas
                 move 0 to cant-cargadas
                 move 0 to cant-rechazadas
                 move "L" to origen-resp
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ RESPUESTAS
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    add 1 to cant-leidas
                    PERFORM CARGAR-UNA-RESPUESTA
                 END-READ
                 END-PERFORM
                 move "N" to FIN-ARCHIVO
                 CLOSE TAREAS
                 CLOSE RECHAZOS
                 CLOSE ENCUESTAS
                 CLOSE RESPUESTAS
                 DISPLAY cant-leidas " leida(s), " cant-cargadas
                    " cargada(s), " cant-rechazadas
                    " rechazada(s) (ver encuestas_rechazadas.txt)."
                 DISPLAY cant-tareas " tarea(s) de seguimiento por "
                    "detractores."
                 IF cant-rechazadas > 0 then
                    move "A" to ret-estado
                    move "respuestas de encuesta rechazadas"
                       to ret-motivo
                 END-IF
              END-IF
           END-IF.

       CARGAR-UNA-RESPUESTA.
           IF rp-fecha IS NOT NUMERIC OR rp-hini IS NOT NUMERIC then
              move "fecha u hora invalida" to motivo-rechazo
           ELSE
              move rp-fecha to fecha-cita
              move rp-hini to hora-ini
              move rp-usuario to usuario-cita
              move rp-puntaje to puntaje-resp
              move rp-comentario to comentario-resp
              PERFORM REGISTRAR-RESPUESTA
           END-IF
           IF motivo-rechazo = SPACES then
              add 1 to cant-cargadas
           ELSE
              add 1 to cant-rechazadas
              MOVE SPACES TO linea-rechazo
              STRING linea-respuesta DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 motivo-rechazo DELIMITED BY SIZE
                 INTO linea-rechazo
              write linea-rechazo
           END-IF.

       LISTAR-PENDIENTES.
           OPEN  input ENCUESTAS
           IF encuestas-status NOT = "00" then
              DISPLAY "No hay encuestas enviadas todavia."
           ELSE
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ENCUESTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF en-estado = "P" then
                    move "S" to alguno
                    DISPLAY en-fecha " " en-hini " " en-usuario " "
                       en-canal " enviada " en-invitada
                 END-IF
              END-READ
              END-PERFORM
              IF alguno = "N" then
                 DISPLAY "No hay encuestas sin respuesta."
              END-IF
              CLOSE ENCUESTAS
           END-IF
           move "N" to FIN-ARCHIVO.
