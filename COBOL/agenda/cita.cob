           SELECT ICSFILE ASSIGN TO "citas.ics"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUSENCIAS ASSIGN TO "ausencias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS au-clave
           FILE STATUS IS AUS-STATUS.

           SELECT ENCUESTAS ASSIGN TO "encuestas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS en-clave
           FILE STATUS IS encuestas-status.

           SELECT INVITACIONES ASSIGN TO "encuestas_invitaciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS invitaciones-status.

           SELECT ESPERA ASSIGN TO "espera.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS es-clave
           FILE STATUS IS OFR-STATUS.

           SELECT TAREAS ASSIGN TO "tareas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS t-clave
           FILE STATUS IS tareas-status.

       DATA DIVISION.
       FILE SECTION.

       FD  ICSFILE.
       01  linea-ics pic x(80).

       FD  AUSENCIAS.
       COPY "ausencia.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ENCUESTAS.
       COPY "encuesta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  INVITACIONES.
       01  linea-invitacion pic x(100).

       FD  ESPERA.
       COPY "espera.cpy" REPLACING ==:PREFIJO:== BY == ==.

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

       WORKING-STORAGE SECTION.
       01 sesion-status pic x(2).
       01 citas-status pic x(2).
           05 invitado-mov OCCURS 20 TIMES.
              10 in-usuario pic x(30).
       01 resultado-cita pic x(1).
       01 encuestas-status pic x(2).
       01 invitaciones-status pic x(2).
       01 canal-encuesta pic x(1).
       01 destino-encuesta pic x(41).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       COPY "ausvig.cpy".
       COPY "ofrece.cpy".
       01 tareas-status pic x(2).
       01 franja-espera pic x(1).
       01 operador-espera pic x(20).
       01 hora-alta pic 9(08).
       01 usuario-baja pic x(30).
       01 cant-ofrecidos pic 9(03).
       01 operador-ics pic x(20).
       01 cant-eventos pic 9(04).
       01 nombre-evento pic x(41).
           DISPLAY "N- Reporte mensual de inasistencias"
           DISPLAY "I- Exportar iCalendar (.ics) de un operador"
           DISPLAY "D- Vista del dia"
           DISPLAY "E- Lista de espera"
           ACCEPT opcion-cita
           INSPECT opcion-cita CONVERTING "asxmhrnide"
              TO "ASXMHRNIDE"

           IF opcion-cita = "A" then
              PERFORM AGENDAR-CITA
           ELSE
           IF opcion-cita = "D" then
              PERFORM VISTA-DIA
           ELSE
           IF opcion-cita = "E" then
              PERFORM LISTA-ESPERA
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           END-PERFORM
           move "N" to FIN-ARCHIVO.

       VERIFICAR-AUSENCIA.
           move operador-cita to AUS-OPERADOR
           PERFORM BUSCAR-AUSENCIA
           IF AUS-AUSENTE = "S" then
              DISPLAY "AVISO: " operador-cita " esta ausente del "
                 AUS-INICIO " al " AUS-FINAL ", su delegado es "
                 AUS-DELEGADO
           END-IF.

       GRABAR-CITA.
           move fecha-cita to c-fecha
           move hora-ini to c-hini
              ELSE
                 PERFORM ABRIR-CITAS-IO
                 PERFORM VERIFICAR-CHOQUE
                 move fecha-cita to AUS-DESDE
                 move fecha-cita to AUS-HASTA
                 PERFORM VERIFICAR-AUSENCIA
                 IF AUS-AUSENTE = "S" then
                    move "S" to hay-choque
                 END-IF

                 move "S" to sigue-igual
                 IF choque-sala = "S" then
                    DISPLAY "La hora de fin debe ser posterior a la "
                       "de inicio."
                 ELSE
                    move fecha-cita to AUS-DESDE
                    move fecha-hasta to AUS-HASTA
                    PERFORM VERIFICAR-AUSENCIA
                    PERFORM ABRIR-CITAS-IO
                    PERFORM BUSCAR-SERIE-LIBRE
                    move 0 to cant-puestas
                       move "N" to hay-asis
                    END-IF
                    move 0 to cant-tocadas
                    move 0 to cant-ofrecidos
                    PERFORM VARYING indice-oc FROM 1 BY 1
                       UNTIL indice-oc > cant-ocurrencias
                       move oc-fecha(indice-oc) to c-fecha
                             CONTINUE
                          NOT INVALID KEY
                             add 1 to cant-tocadas
                             PERFORM LIBERAR-OCURRENCIA
                       END-DELETE
                       IF hay-asis = "S" then
                          PERFORM BORRAR-ASISTENTES
                       CLOSE ASISTENTES
                    END-IF
                    DISPLAY cant-tocadas " cita(s) cancelada(s)."
                    IF cant-ofrecidos > 0 then
                       DISPLAY cant-ofrecidos " turno(s) liberado(s) "
                          "ofrecido(s) a la lista de espera."
                    END-IF
                 ELSE
                    DISPLAY "Cancelacion abandonada."
                 END-IF
                 move 0 to cant-puestas
                 move 0 to cant-tocadas
                 move 0 to cant-saltadas
                 move 0 to cant-ofrecidos
                 PERFORM VARYING indice-oc FROM 1 BY 1
                    UNTIL indice-oc > cant-ocurrencias
                    move 0 to cant-invitados
                    IF cant-puestas = cant-guarda then
                       PERFORM RESTAURAR-OCURRENCIA
                    ELSE
                       IF fecha-cita NOT = oc-fecha(indice-oc) OR
                          hora-ini NOT = oc-hini(indice-oc) then
                          PERFORM LIBERAR-OCURRENCIA
                       END-IF
                       IF hay-asis = "S" then
                          PERFORM VARYING indice-in FROM 1 BY 1
                             UNTIL indice-in > cant-invitados
                 DISPLAY cant-tocadas " cita(s) movida(s), "
                    cant-puestas " reagendada(s), "
                    cant-saltadas " mantenida(s) por choque."
                 IF cant-ofrecidos > 0 then
                    DISPLAY cant-ofrecidos " turno(s) liberado(s) "
                       "ofrecido(s) a la lista de espera."
                 END-IF
              END-IF
              CLOSE CITAS
           END-IF.
              END-IF
              IF prop-halladas = 0 then
                 DISPLAY "No hay horarios libres en ese rango."
                 PERFORM ANOTAR-ESPERA
              END-IF
           END-IF.

                       move resultado-cita to c-resultado
                       REWRITE reg-cita
                       DISPLAY "Resultado registrado."
                       IF resultado-cita = "A" then
                          PERFORM INVITAR-ENCUESTA
                       END-IF
                    END-IF
                 END-IF
              END-READ
              CLOSE CITAS
           END-IF.

       INVITAR-ENCUESTA.
           move SPACE to canal-encuesta
           MOVE SPACES TO destino-encuesta
           OPEN  input CONTACTOS
           IF status-contactos = "00" then
              move c-usuario to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF cons-email = "S" AND email NOT = SPACES AND
                    email-estado NOT = "R" then
                    move "E" to canal-encuesta
                    move email to destino-encuesta
                 ELSE
                 IF cons-tel = "S" AND num NOT = 0 then
                    move "S" to canal-encuesta
                    move num to destino-encuesta
                 ELSE
                 IF cons-carta = "S" then
                    move "C" to canal-encuesta
                    STRING nom DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       ap DELIMITED BY "  "
                       INTO destino-encuesta
                 END-IF
                 END-IF
                 END-IF
              END-READ
              CLOSE CONTACTOS
           END-IF
           IF canal-encuesta = SPACE then
              DISPLAY "El contacto no autorizo ningun canal, no se "
                 "envia la encuesta de satisfaccion."
           ELSE
              OPEN  i-o ENCUESTAS
              IF encuestas-status = "35" then
                 OPEN  output ENCUESTAS
                 CLOSE ENCUESTAS
                 OPEN  i-o ENCUESTAS
              END-IF
              move c-fecha to en-fecha
              move c-hini to en-hini
              move c-usuario to en-usuario
              move c-operador to en-operador
              move c-sala to en-sala
              move c-motivo to en-motivo
              move canal-encuesta to en-canal
              move hoy to en-invitada
              move "P" to en-estado
              move 0 to en-puntaje
              MOVE SPACES TO en-comentario
              move 0 to en-respuesta
              move SPACE to en-origen
              move "N" to en-tarea
              WRITE reg-encuesta
                 INVALID KEY
                    DISPLAY "Esa cita ya tenia encuesta enviada."
                 NOT INVALID KEY
                    OPEN  extend INVITACIONES
                    IF invitaciones-status = "35" then
                       OPEN  output INVITACIONES
                    END-IF
                    MOVE SPACES TO linea-invitacion
                    STRING canal-encuesta DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       c-usuario DELIMITED BY " "
                       ";" DELIMITED BY SIZE
                       destino-encuesta DELIMITED BY "  "
                       ";" DELIMITED BY SIZE
                       c-fecha DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       c-hini DELIMITED BY SIZE
                       INTO linea-invitacion
                    write linea-invitacion
                    CLOSE INVITACIONES
                    move "ENC-INV" to aud-accion
                    move c-usuario to aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                    DISPLAY "Encuesta de satisfaccion enviada por "
                       "canal " canal-encuesta " a " destino-encuesta
              END-WRITE
              CLOSE ENCUESTAS
           END-IF.

       REPORTE-INASISTENCIAS.
           OPEN  input CITAS
           IF citas-status NOT = "00" then
              END-IF
              CLOSE CITAS
           END-IF.

       LIBERAR-OCURRENCIA.
           move oc-fecha(indice-oc) to OFR-FECHA
           move oc-hini(indice-oc) to OFR-HINI
           move oc-hfin(indice-oc) to OFR-HFIN
           move oc-sala(indice-oc) to OFR-SALA
           move oc-operador(indice-oc) to OFR-OPERADOR
           move oc-usuario(indice-oc) to OFR-LIBERADO
           move hoy to OFR-HOY
           move "N" to OFR-TAREAS-ABIERTO
           IF OFR-FECHA >= hoy then
              PERFORM OFRECER-HUECO
              IF OFR-HALLADO = "S" then
                 add 1 to cant-ofrecidos
                 DISPLAY "  turno del " OFR-FECHA " " OFR-HINI
                    " ofrecido a " OFR-USUARIO
              END-IF
           END-IF.

       ANOTAR-ESPERA.
           DISPLAY "Anotar al contacto en la lista de espera? (S/N)"
           MOVE SPACES TO sigue-igual
           ACCEPT sigue-igual
           IF sigue-igual = "S" OR sigue-igual = "s" then
              DISPLAY "Franja horaria (M = manana, T = tarde, "
                 "blanco = cualquiera)"
              MOVE SPACES TO franja-espera
              ACCEPT franja-espera
              INSPECT franja-espera CONVERTING "mt" TO "MT"
              PERFORM PEDIR-SALA
              DISPLAY "Operador preferido (blanco = cualquiera)"
              MOVE SPACES TO operador-espera
              ACCEPT operador-espera
              DISPLAY "Motivo de la cita"
              MOVE SPACES TO motivo-cita
              ACCEPT motivo-cita
              IF franja-espera NOT = SPACE AND
                 franja-espera NOT = "M" AND
                 franja-espera NOT = "T" then
                 DISPLAY "Franja invalida, no se anoto en la lista."
              ELSE
              IF sala-valida NOT = "S" then
                 DISPLAY "No se anoto en la lista de espera."
              ELSE
                 OPEN  i-o ESPERA
                 IF OFR-STATUS = "35" then
                    OPEN  output ESPERA
                    CLOSE ESPERA
                    OPEN  i-o ESPERA
                 END-IF
                 ACCEPT hora-alta FROM TIME
                 MOVE SPACES TO reg-espera
                 move usuario-cita to es-usuario
                 move hoy to es-alta
                 move hora-alta to es-hora
                 move fecha-desde to es-desde
                 move fecha-hasta to es-hasta
                 move franja-espera to es-franja
                 move duracion-min to es-duracion
                 move sala-cita to es-sala
                 move operador-espera to es-operador
                 move motivo-cita to es-motivo
                 move "P" to es-estado
                 move operador-actual to es-registro
                 move 0 to es-cierre
                 move 0 to es-of-fecha
                 move 0 to es-of-hini
                 move 0 to es-of-hfin
                 WRITE reg-espera
                    INVALID KEY
                       DISPLAY "No se pudo anotar en la lista."
                    NOT INVALID KEY
                       move "ESPERA-ALT" to aud-accion
                       move usuario-cita to aud-usuario
                       CALL 'auditar' USING aud-accion aud-usuario
                       DISPLAY "Contacto anotado en la lista de "
                          "espera del " fecha-desde " al "
                          fecha-hasta
                 END-WRITE
                 CLOSE ESPERA
              END-IF
              END-IF
           END-IF.

       LISTA-ESPERA.
           OPEN  i-o ESPERA
           IF OFR-STATUS NOT = "00" then
              DISPLAY "La lista de espera esta vacia."
           ELSE
              DISPLAY "Contactos en lista de espera"
              DISPLAY "------------------------------------------"
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ESPERA NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF es-estado = "P" then
                    move "S" to alguno
                    DISPLAY es-usuario " del " es-desde " al "
                       es-hasta " franja " es-franja " "
                       es-duracion " min"
                    DISPLAY "   " es-motivo " sala " es-sala
                       " operador " es-operador
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              IF alguno = "N" then
                 DISPLAY "No hay contactos esperando turno."
              ELSE
                 DISPLAY "Usuario a quitar de la lista (blanco = "
                    "ninguno)"
                 MOVE SPACES TO usuario-baja
                 ACCEPT usuario-baja
                 IF usuario-baja NOT = SPACES then
                    PERFORM QUITAR-ESPERA
                 END-IF
              END-IF
              CLOSE ESPERA
           END-IF.

       QUITAR-ESPERA.
           move 0 to cant-tocadas
           move usuario-baja to es-usuario
           move 0 to es-alta
           move 0 to es-hora
           START ESPERA KEY IS >= es-clave
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ ESPERA NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF es-usuario NOT = usuario-baja then
                 MOVE "S" TO FIN-ARCHIVO
              ELSE
              IF es-estado = "P" then
                 move "B" to es-estado
                 move hoy to es-cierre
                 REWRITE reg-espera
                 add 1 to cant-tocadas
              END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           IF cant-tocadas = 0 then
              DISPLAY "Ese usuario no esta en la lista de espera."
           ELSE
              move "ESPERA-BAJ" to aud-accion
              move usuario-baja to aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
              DISPLAY "Usuario quitado de la lista de espera."
           END-IF.

       COPY "ausvigpr.cpy".
       COPY "ofrecepr.cpy".
