       IDENTIFICATION DIVISION.
       PROGRAM-ID. recordar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CITAS ASSIGN TO "citas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS c-clave
           FILE STATUS IS citas-status.

           SELECT ASISTENTES ASSIGN TO "citas_asistentes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS as-clave
           FILE STATUS IS asis-status.

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT RECORDATORIOS ASSIGN TO "recordatorios.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rc-clave
           FILE STATUS IS recordatorios-status.

           SELECT ENVIOS ASSIGN TO "recordatorios_envios.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS envios-status.

           SELECT RESPUESTAS ASSIGN TO "recordatorios_respuestas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS respuestas-status.

           SELECT RECHAZOS ASSIGN TO "recordatorios_rechazados.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAREAS ASSIGN TO "tareas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS t-clave
           FILE STATUS IS tareas-status.

           SELECT ESPERA ASSIGN TO "espera.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS es-clave
           FILE STATUS IS OFR-STATUS.

           SELECT PRINTFILE ASSIGN TO "confirmaciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CITAS.
       01  reg-cita.
           05 c-clave.
              10 c-fecha pic 9(08).
              10 c-hini pic 9(04).
              10 c-usuario pic x(30).
           05 c-hfin pic 9(04).
           05 c-motivo pic x(30).
           05 c-operador pic x(20).
           05 c-serie pic 9(04).
           05 c-sala pic x(10).
           05 c-resultado pic x(01).

       FD  ASISTENTES.
       01  reg-asistente.
           05 as-clave.
              10 as-fecha pic 9(08).
              10 as-hini pic 9(04).
              10 as-usuario pic x(30).
              10 as-invitado pic x(30).
           05 as-hfin pic 9(04).

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  RECORDATORIOS.
       COPY "recordatorio.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ENVIOS.
       01  linea-envio pic x(140).

       FD  RESPUESTAS.
       01  linea-respuesta.
           05 rr-fecha pic 9(08).
           05 filler pic x(01).
           05 rr-hini pic 9(04).
           05 filler pic x(01).
           05 rr-usuario pic x(30).
           05 filler pic x(01).
           05 rr-persona pic x(30).
           05 filler pic x(01).
           05 rr-respuesta pic x(01).

       FD  RECHAZOS.
       01  linea-rechazo pic x(120).

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

       FD  ESPERA.
       COPY "espera.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 citas-status pic x(2).
       01 asis-status pic x(2).
       01 status-contactos pic x(2).
       01 recordatorios-status pic x(2).
       01 envios-status pic x(2).
       01 respuestas-status pic x(2).
       01 tareas-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-ASIS pic x(1) value "N".
       01 FIN-REC pic x(1) value "N".
       01 hay-contactos pic x(1).
       01 hoy pic 9(08).
       01 maniana pic 9(08).
       01 dias-uno pic s9(7).
       01 fec-valida pic x(1).
       01 fecha-nula pic 9(08) value 0.
       01 fecha-pedida pic 9(08).
       01 fecha-ingresada pic 9(08).
       01 fecha-vence pic 9(08).
       01 resultado-habil pic x(1).
       01 operador-actual pic x(20).
       01 persona-rec pic x(30).
       01 canal-rec pic x(1).
       01 destino-rec pic x(41).
       01 texto-envio pic x(30).
       01 ya-enviado pic x(1).
       01 fecha-cita pic 9(08).
       01 hora-ini pic 9(04).
       01 usuario-cita pic x(30).
       01 persona-cita pic x(30).
       01 respuesta-cita pic x(1).
       01 motivo-rechazo pic x(30).
       01 seq-libre pic x(1).
       01 cant-citas pic 9(05).
       01 cant-enviados pic 9(05).
       01 cant-sin-canal pic 9(05).
       01 cant-previos pic 9(05).
       01 cant-leidas pic 9(05).
       01 cant-cargadas pic 9(05).
       01 cant-rechazadas pic 9(05).
       01 cant-tareas pic 9(05).
       01 cant-anuladas pic 9(05).
       01 cant-avisos pic 9(05).
       01 cant-ofrecidos pic 9(05).
       01 tot-listados pic 9(05).
       01 tot-pendientes pic 9(05).
       01 tot-confirmadas pic 9(05).
       01 tot-canceladas pic 9(05).
       01 tot-reprogramar pic 9(05).
       01 tot-sin-canal pic 9(05).
       01 estado-texto pic x(15).
       01 linea-detalle.
           05 det-hora pic 9(04).
           05 filler pic x(02) value SPACES.
           05 det-usuario pic x(30).
           05 filler pic x(01) value SPACES.
           05 det-persona pic x(30).
           05 filler pic x(01) value SPACES.
           05 det-canal pic x(01).
           05 filler pic x(05) value SPACES.
           05 det-estado pic x(15).
           05 filler pic x(01) value SPACES.
           05 det-respuesta pic x(08).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       COPY "ofrece.cpy".

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-citas
           move 0 to cant-enviados
           move 0 to cant-sin-canal
           move 0 to cant-previos
           move 0 to cant-leidas
           move 0 to cant-cargadas
           move 0 to cant-rechazadas
           move 0 to cant-tareas
           move 0 to cant-anuladas
           move 0 to cant-avisos
           move 0 to cant-ofrecidos

           ACCEPT hoy FROM DATE YYYYMMDD
           move 1 to dias-uno
           CALL 'fechas' USING "S" hoy maniana dias-uno fec-valida
           move maniana to fecha-pedida

           MOVE SPACES TO operador-actual
           ACCEPT operador-actual FROM ENVIRONMENT "USER"

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              DISPLAY "Recordatorios y confirmacion de citas"
              DISPLAY "Fecha de las citas a recordar (AAAAMMDD, "
                 "blanco = " maniana ")"
              move 0 to fecha-ingresada
              ACCEPT fecha-ingresada
              IF fecha-ingresada NOT = 0 then
                 CALL 'fechas' USING "V" fecha-ingresada fecha-nula
                    dias-uno fec-valida
                 IF fec-valida = "S" then
                    move fecha-ingresada to fecha-pedida
                 ELSE
                    DISPLAY "Fecha invalida, se usa " maniana
                 END-IF
              END-IF
           END-IF

           OPEN  i-o CITAS
           IF citas-status NOT = "00" then
              display "No hay citas agendadas todavia."
              move "A" to ret-estado
              move "citas.txt no disponible" to ret-motivo
           ELSE
              PERFORM ABRIR-ARCHIVOS
              PERFORM CARGAR-RESPUESTAS
              PERFORM ENVIAR-RECORDATORIOS
              CLOSE ENVIOS
              CLOSE TAREAS
              CLOSE RECORDATORIOS
              IF hay-contactos = "S" then
                 CLOSE CONTACTOS
              END-IF
              CLOSE ASISTENTES
              CLOSE CITAS
           END-IF

           PERFORM IMPRIMIR-CONFIRMACIONES
           move "CONFIRMAR" to spool-reporte
           move "confirmaciones.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display cant-leidas " respuesta(s) leida(s), "
              cant-cargadas " cargada(s), " cant-rechazadas
              " rechazada(s) (ver recordatorios_rechazados.txt)."
           display cant-anuladas " cancelacion(es), " cant-avisos
              " aviso(s) a asistentes, " cant-tareas
              " tarea(s) de reprogramacion, " cant-ofrecidos
              " turno(s) ofrecido(s) a la lista de espera."
           display "Citas del " fecha-pedida ": " cant-citas
              ", recordatorios enviados " cant-enviados
              ", sin canal autorizado " cant-sin-canal
              ", ya enviados " cant-previos
           display "Reporte en confirmaciones.txt"
           IF cant-rechazadas > 0 AND ret-estado = "O" then
              move "A" to ret-estado
              move "respuestas de recordatorio rechazadas"
                 to ret-motivo
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       ABRIR-ARCHIVOS.
           OPEN  i-o ASISTENTES
           IF asis-status = "35" then
              OPEN  output ASISTENTES
              CLOSE ASISTENTES
              OPEN  i-o ASISTENTES
           END-IF
           OPEN  i-o RECORDATORIOS
           IF recordatorios-status = "35" then
              OPEN  output RECORDATORIOS
              CLOSE RECORDATORIOS
              OPEN  i-o RECORDATORIOS
           END-IF
           OPEN  i-o TAREAS
           IF tareas-status = "35" then
              OPEN  output TAREAS
              CLOSE TAREAS
              OPEN  i-o TAREAS
           END-IF
           OPEN  extend ENVIOS
           IF envios-status = "35" then
              OPEN  output ENVIOS
           END-IF
           move "N" to hay-contactos
           OPEN  input CONTACTOS
           IF status-contactos = "00" then
              move "S" to hay-contactos
           END-IF
           CALL 'habiles' USING "P" hoy fecha-vence resultado-habil.

       CARGAR-RESPUESTAS.
           OPEN  input RESPUESTAS
           IF respuestas-status = "00" then
              OPEN  output RECHAZOS
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
              CLOSE RECHAZOS
              CLOSE RESPUESTAS
           END-IF.

       CARGAR-UNA-RESPUESTA.
           IF rr-fecha IS NOT NUMERIC OR rr-hini IS NOT NUMERIC then
              move "fecha u hora invalida" to motivo-rechazo
           ELSE
              move rr-fecha to fecha-cita
              move rr-hini to hora-ini
              move rr-usuario to usuario-cita
              move rr-persona to persona-cita
              IF persona-cita = SPACES then
                 move usuario-cita to persona-cita
              END-IF
              move rr-respuesta to respuesta-cita
              INSPECT respuesta-cita CONVERTING "cxr" TO "CXR"
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

       REGISTRAR-RESPUESTA.
           MOVE SPACES TO motivo-rechazo
           IF respuesta-cita NOT = "C" AND respuesta-cita NOT = "X"
              AND respuesta-cita NOT = "R" then
              move "respuesta invalida" to motivo-rechazo
           ELSE
              move fecha-cita to rc-fecha
              move hora-ini to rc-hini
              move usuario-cita to rc-usuario
              move persona-cita to rc-persona
              READ RECORDATORIOS KEY IS rc-clave
              INVALID KEY
                 move "recordatorio inexistente" to motivo-rechazo
              NOT INVALID KEY
                 IF rc-estado NOT = "P" AND rc-estado NOT = "S" then
                    move "recordatorio ya respondido"
                       to motivo-rechazo
                 END-IF
              END-READ
           END-IF
           IF motivo-rechazo = SPACES then
              move fecha-cita to c-fecha
              move hora-ini to c-hini
              move usuario-cita to c-usuario
              READ CITAS KEY IS c-clave
              INVALID KEY
                 move "cita inexistente" to motivo-rechazo
              NOT INVALID KEY
                 IF c-resultado NOT = SPACE then
                    move "cita ya cerrada" to motivo-rechazo
                 END-IF
              END-READ
           END-IF
           IF motivo-rechazo = SPACES then
              move respuesta-cita to rc-estado
              move hoy to rc-respuesta
              IF respuesta-cita = "R" then
                 PERFORM AGENDAR-REPROGRAMACION
              END-IF
              REWRITE reg-recordatorio
              IF respuesta-cita = "C" then
                 move "REC-CONF" to aud-accion
              ELSE
              IF respuesta-cita = "R" then
                 move "REC-REPROG" to aud-accion
              ELSE
                 move "REC-CANC" to aud-accion
                 add 1 to cant-anuladas
                 IF persona-cita = usuario-cita then
                    PERFORM ANULAR-CITA
                 ELSE
                    move fecha-cita to as-fecha
                    move hora-ini to as-hini
                    move usuario-cita to as-usuario
                    move persona-cita to as-invitado
                    DELETE ASISTENTES
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                 END-IF
              END-IF
              END-IF
              move persona-cita to aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
           END-IF.

       AGENDAR-REPROGRAMACION.
           move persona-cita to t-usuario
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
                 "agendo la reprogramacion de " persona-cita
           ELSE
              move persona-cita to t-usuario
              move fecha-vence to t-vence
              MOVE SPACES TO t-texto
              STRING "Reprogramar cita " DELIMITED BY SIZE
                 fecha-cita DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 hora-ini DELIMITED BY SIZE
                 INTO t-texto
              END-STRING
              move "P" to t-estado
              move hoy to t-alta
              move 0 to t-cada
              move "A" to t-prioridad
              IF c-operador NOT = SPACES then
                 move c-operador to t-operador
              ELSE
                 move operador-actual to t-operador
              END-IF
              WRITE reg-tarea
              move "S" to rc-tarea
              add 1 to cant-tareas
           END-IF.

       ANULAR-CITA.
           move "N" to FIN-ASIS
           move fecha-cita to as-fecha
           move hora-ini to as-hini
           move usuario-cita to as-usuario
           move LOW-VALUES to as-invitado
           START ASISTENTES KEY IS >= as-clave
              INVALID KEY
                 move "S" to FIN-ASIS
           END-START
           PERFORM UNTIL FIN-ASIS = "S"
           READ ASISTENTES NEXT RECORD
           AT END
              move "S" to FIN-ASIS
           NOT AT END
              IF as-fecha = fecha-cita AND as-hini = hora-ini AND
                 as-usuario = usuario-cita then
                 DELETE ASISTENTES RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
              ELSE
                 move "S" to FIN-ASIS
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ASIS
           move fecha-cita to OFR-FECHA
           move hora-ini to OFR-HINI
           move c-hfin to OFR-HFIN
           move c-sala to OFR-SALA
           move c-operador to OFR-OPERADOR
           move usuario-cita to OFR-LIBERADO
           move hoy to OFR-HOY
           move "S" to OFR-TAREAS-ABIERTO
           move fecha-cita to c-fecha
           move hora-ini to c-hini
           move usuario-cita to c-usuario
           DELETE CITAS RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM OFRECER-HUECO
                 IF OFR-HALLADO = "S" then
                    add 1 to cant-ofrecidos
                 END-IF
           END-DELETE
           move "N" to FIN-REC
           move fecha-cita to rc-fecha
           move hora-ini to rc-hini
           move usuario-cita to rc-usuario
           move LOW-VALUES to rc-persona
           START RECORDATORIOS KEY IS >= rc-clave
              INVALID KEY
                 move "S" to FIN-REC
           END-START
           PERFORM UNTIL FIN-REC = "S"
           READ RECORDATORIOS NEXT RECORD
           AT END
              move "S" to FIN-REC
           NOT AT END
              IF rc-fecha = fecha-cita AND rc-hini = hora-ini AND
                 rc-usuario = usuario-cita then
                 IF rc-persona NOT = usuario-cita AND
                    rc-estado NOT = "X" then
                    move "X" to rc-estado
                    move hoy to rc-respuesta
                    REWRITE reg-recordatorio
                    IF rc-canal NOT = SPACE then
                       move rc-persona to persona-rec
                       move rc-canal to canal-rec
                       move rc-destino to destino-rec
                       move "CITA CANCELADA" to texto-envio
                       PERFORM ESCRIBIR-ENVIO
                       add 1 to cant-avisos
                    END-IF
                 END-IF
              ELSE
                 move "S" to FIN-REC
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-REC.

       ENVIAR-RECORDATORIOS.
           move "N" to FIN-ARCHIVO
           move fecha-pedida to c-fecha
           move 0 to c-hini
           move LOW-VALUES to c-usuario
           START CITAS KEY IS >= c-clave
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ CITAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF c-fecha NOT = fecha-pedida then
                 MOVE "S" TO FIN-ARCHIVO
              ELSE
              IF c-resultado = SPACE then
                 add 1 to cant-citas
                 move c-usuario to persona-rec
                 PERFORM RECORDAR-PERSONA
                 PERFORM RECORDAR-ASISTENTES
              END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO.

       RECORDAR-ASISTENTES.
           move "N" to FIN-ASIS
           move c-fecha to as-fecha
           move c-hini to as-hini
           move c-usuario to as-usuario
           move LOW-VALUES to as-invitado
           START ASISTENTES KEY IS >= as-clave
              INVALID KEY
                 move "S" to FIN-ASIS
           END-START
           PERFORM UNTIL FIN-ASIS = "S"
           READ ASISTENTES NEXT RECORD
           AT END
              move "S" to FIN-ASIS
           NOT AT END
              IF as-fecha = c-fecha AND as-hini = c-hini AND
                 as-usuario = c-usuario then
                 move as-invitado to persona-rec
                 PERFORM RECORDAR-PERSONA
              ELSE
                 move "S" to FIN-ASIS
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ASIS.

       RECORDAR-PERSONA.
           move c-fecha to rc-fecha
           move c-hini to rc-hini
           move c-usuario to rc-usuario
           move persona-rec to rc-persona
           move "N" to ya-enviado
           READ RECORDATORIOS KEY IS rc-clave
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              move "S" to ya-enviado
           END-READ
           IF ya-enviado = "S" then
              add 1 to cant-previos
           ELSE
              PERFORM ELEGIR-CANAL
              MOVE SPACES TO reg-recordatorio
              move c-fecha to rc-fecha
              move c-hini to rc-hini
              move c-usuario to rc-usuario
              move persona-rec to rc-persona
              move c-operador to rc-operador
              move c-sala to rc-sala
              move canal-rec to rc-canal
              move destino-rec to rc-destino
              move hoy to rc-enviado
              move 0 to rc-respuesta
              move "N" to rc-tarea
              IF canal-rec = SPACE then
                 move "S" to rc-estado
                 add 1 to cant-sin-canal
              ELSE
                 move "P" to rc-estado
                 move c-motivo to texto-envio
                 PERFORM ESCRIBIR-ENVIO
                 add 1 to cant-enviados
              END-IF
              WRITE reg-recordatorio
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.

       ELEGIR-CANAL.
           move SPACE to canal-rec
           MOVE SPACES TO destino-rec
           IF hay-contactos = "S" then
              move persona-rec to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF cons-email = "S" AND email NOT = SPACES AND
                    email-estado NOT = "R" then
                    move "E" to canal-rec
                    move email to destino-rec
                 ELSE
                 IF cons-tel = "S" AND num NOT = 0 then
                    move "S" to canal-rec
                    move num to destino-rec
                 ELSE
                 IF cons-carta = "S" then
                    move "C" to canal-rec
                    STRING nom DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       ap DELIMITED BY "  "
                       INTO destino-rec
                 END-IF
                 END-IF
                 END-IF
              END-READ
           END-IF.

       ESCRIBIR-ENVIO.
           MOVE SPACES TO linea-envio
           STRING canal-rec DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              persona-rec DELIMITED BY " "
              ";" DELIMITED BY SIZE
              destino-rec DELIMITED BY "  "
              ";" DELIMITED BY SIZE
              rc-fecha DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              rc-hini DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              texto-envio DELIMITED BY "  "
              INTO linea-envio
           write linea-envio.

       IMPRIMIR-CONFIRMACIONES.
           move 0 to tot-listados
           move 0 to tot-pendientes
           move 0 to tot-confirmadas
           move 0 to tot-canceladas
           move 0 to tot-reprogramar
           move 0 to tot-sin-canal
           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "CONFIRMACION DE CITAS DEL " DELIMITED BY SIZE
              fecha-pedida DELIMITED BY SIZE
              " - PROCESO DEL " DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "HORA  CONTACTO DE LA CITA" DELIMITED BY SIZE
              "            DESTINATARIO" DELIMITED BY SIZE
              "                   CANAL ESTADO" DELIMITED BY SIZE
              "          RESPUESTA" DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           OPEN  input RECORDATORIOS
           IF recordatorios-status = "00" then
              move "N" to FIN-REC
              move fecha-pedida to rc-fecha
              move 0 to rc-hini
              move LOW-VALUES to rc-usuario
              move LOW-VALUES to rc-persona
              START RECORDATORIOS KEY IS >= rc-clave
                 INVALID KEY
                    move "S" to FIN-REC
              END-START
              PERFORM UNTIL FIN-REC = "S"
              READ RECORDATORIOS NEXT RECORD
              AT END
                 move "S" to FIN-REC
              NOT AT END
                 IF rc-fecha NOT = fecha-pedida then
                    move "S" to FIN-REC
                 ELSE
                    PERFORM IMPRIMIR-RECORDATORIO
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-REC
              CLOSE RECORDATORIOS
           END-IF
           IF tot-listados = 0 then
              MOVE SPACES TO linea-print
              move "No hay recordatorios para esa fecha."
                 to linea-print
              write linea-print
           END-IF
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Recordatorios: " DELIMITED BY SIZE
              tot-listados DELIMITED BY SIZE
              "  Confirmadas: " DELIMITED BY SIZE
              tot-confirmadas DELIMITED BY SIZE
              "  Sin respuesta: " DELIMITED BY SIZE
              tot-pendientes DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Canceladas: " DELIMITED BY SIZE
              tot-canceladas DELIMITED BY SIZE
              "  A reprogramar: " DELIMITED BY SIZE
              tot-reprogramar DELIMITED BY SIZE
              "  Sin canal autorizado: " DELIMITED BY SIZE
              tot-sin-canal DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Respuestas procesadas hoy: " DELIMITED BY SIZE
              cant-cargadas DELIMITED BY SIZE
              "  Rechazadas: " DELIMITED BY SIZE
              cant-rechazadas DELIMITED BY SIZE
              "  Tareas de reprogramacion: " DELIMITED BY SIZE
              cant-tareas DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           CLOSE PRINTFILE.

       IMPRIMIR-RECORDATORIO.
           add 1 to tot-listados
           IF rc-estado = "C" then
              move "CONFIRMADA" to estado-texto
              add 1 to tot-confirmadas
           ELSE
           IF rc-estado = "X" then
              move "CANCELADA" to estado-texto
              add 1 to tot-canceladas
           ELSE
           IF rc-estado = "R" then
              move "REPROGRAMAR" to estado-texto
              add 1 to tot-reprogramar
           ELSE
           IF rc-estado = "S" then
              move "SIN CANAL" to estado-texto
              add 1 to tot-sin-canal
           ELSE
              move "SIN RESPUESTA" to estado-texto
              add 1 to tot-pendientes
           END-IF
           END-IF
           END-IF
           END-IF
           move rc-hini to det-hora
           move rc-usuario to det-usuario
           move rc-persona to det-persona
           move rc-canal to det-canal
           move estado-texto to det-estado
           IF rc-respuesta = 0 then
              MOVE SPACES TO det-respuesta
           ELSE
              move rc-respuesta to det-respuesta
           END-IF
           move linea-detalle to linea-print
           write linea-print.

       COPY "ofrecepr.cpy".
