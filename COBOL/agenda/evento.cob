       IDENTIFICATION DIVISION.
       PROGRAM-ID. evento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EVENTOS ASSIGN TO "eventos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ev-id
           FILE STATUS IS eventos-status.

           SELECT INSCRIPCIONES ASSIGN TO "inscripciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ei-clave
           FILE STATUS IS inscripciones-status.

           SELECT SALAS ASSIGN TO "salas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS s-id
           FILE STATUS IS salas-status.

           SELECT CITAS ASSIGN TO "citas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS c-clave
           FILE STATUS IS citas-status.

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT TAREAS ASSIGN TO "tareas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS t-clave
           FILE STATUS IS tareas-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

           SELECT PRINTFILE ASSIGN TO "eventos_asistencia.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  EVENTOS.
       COPY "evento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  INSCRIPCIONES.
       COPY "inscripcion.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SALAS.
       01  reg-sala.
           05 s-id pic x(10).
           05 s-nombre pic x(30).

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

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

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

       FD  PRINTFILE.
       01  linea-print pic x(80).

       WORKING-STORAGE SECTION.
       01 eventos-status pic x(2).
       01 inscripciones-status pic x(2).
       01 salas-status pic x(2).
       01 citas-status pic x(2).
       01 status-contactos pic x(2).
       01 tareas-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-evento pic x(1).
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 alguno pic x(1).
       01 evento-pedido pic 9(05).
       01 evento-hallado pic x(1).
       01 usuario-pedido pic x(30).
       01 usuario-valido pic x(1).
       01 dato-valido pic x(1).
       01 choque-sala pic x(1).
       01 cant-inscriptos pic 9(04).
       01 cant-espera pic 9(04).
       01 cant-bajas pic 9(04).
       01 cant-asistieron pic 9(04).
       01 cant-ausentes pic 9(04).
       01 cant-tareas pic 9(04).
       01 orden-mayor pic 9(05).
       01 orden-primero pic 9(05).
       01 usuario-primero pic x(30).
       01 estado-anterior pic x(1).
       01 nuevo-ev pic x(1).
       01 guardado-evento.
           05 ge-id pic 9(05).
           05 ge-nombre pic x(30).
           05 ge-fecha pic 9(08).
           05 ge-hini pic 9(04).
           05 ge-hfin pic 9(04).
           05 ge-sala pic x(10).
           05 ge-cupo pic 9(04).
           05 ge-cierre pic 9(08).
       01 fecha-vence pic 9(08).
       01 resultado-habil pic x(1).
       01 fecha-nula pic 9(08) value 0.
       01 fec-dias pic s9(7).
       01 fec-valida pic x(1).
       01 seq-libre pic x(1).
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 id-mayor pic 9(05).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

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

           DISPLAY "Eventos y seminarios"
           DISPLAY "A- Alta de un evento"
           DISPLAY "L- Listar los proximos eventos"
           DISPLAY "I- Inscribir un contacto"
           DISPLAY "B- Dar de baja una inscripcion"
           DISPLAY "V- Ver inscriptos y lista de espera"
           DISPLAY "R- Reporte de asistencia de un evento"
           DISPLAY "T- Tareas de seguimiento para los asistentes"
           ACCEPT opcion-evento
           INSPECT opcion-evento CONVERTING "alibvrt" TO "ALIBVRT"

           IF opcion-evento = "A" then
              PERFORM ALTA-EVENTO
           ELSE
           IF opcion-evento = "L" then
              PERFORM LISTAR-EVENTOS
           ELSE
           IF opcion-evento = "I" then
              PERFORM INSCRIBIR-CONTACTO
           ELSE
           IF opcion-evento = "B" then
              PERFORM BAJA-INSCRIPCION
           ELSE
           IF opcion-evento = "V" then
              PERFORM VER-INSCRIPTOS
           ELSE
           IF opcion-evento = "R" then
              PERFORM REPORTE-ASISTENCIA
           ELSE
           IF opcion-evento = "T" then
              PERFORM GENERAR-TAREAS
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       ALTA-EVENTO.
           DISPLAY "Nombre del evento"
           MOVE SPACES TO ge-nombre
           ACCEPT ge-nombre
           DISPLAY "Fecha (AAAAMMDD)"
           move 0 to ge-fecha
           ACCEPT ge-fecha
           CALL 'fechas' USING "V" ge-fecha fecha-nula
              fec-dias fec-valida
           DISPLAY "Hora de inicio (HHMM)"
           move 0 to ge-hini
           ACCEPT ge-hini
           DISPLAY "Hora de fin (HHMM)"
           move 0 to ge-hfin
           ACCEPT ge-hfin
           IF ge-nombre = SPACES then
              DISPLAY "El evento necesita un nombre."
           ELSE
           IF fec-valida NOT = "S" OR ge-fecha < hoy then
              DISPLAY "Fecha invalida o ya pasada."
           ELSE
           IF ge-hini >= ge-hfin OR ge-hfin > 2400 then
              DISPLAY "Horario invalido."
           ELSE
              PERFORM PEDIR-DATOS-EVENTO
           END-IF
           END-IF
           END-IF.

       PEDIR-DATOS-EVENTO.
           DISPLAY "Sala"
           MOVE SPACES TO ge-sala
           ACCEPT ge-sala
           move "N" to dato-valido
           OPEN  input SALAS
           IF salas-status NOT = "00" then
              DISPLAY "No hay salas registradas todavia."
           ELSE
              move ge-sala to s-id
              READ SALAS KEY IS s-id
              INVALID KEY
                 DISPLAY "Esa sala no existe."
              NOT INVALID KEY
                 move "S" to dato-valido
              END-READ
              CLOSE SALAS
           END-IF
           IF dato-valido = "S" then
              PERFORM VERIFICAR-CHOQUE-SALA
              IF choque-sala = "S" then
                 move "N" to dato-valido
              END-IF
           END-IF
           IF dato-valido = "S" then
              DISPLAY "Cupo (cantidad de lugares)"
              move 0 to ge-cupo
              ACCEPT ge-cupo
              DISPLAY "Cierre de inscripcion (AAAAMMDD, 0 = el dia "
                 "del evento)"
              move 0 to ge-cierre
              ACCEPT ge-cierre
              IF ge-cierre = 0 then
                 move ge-fecha to ge-cierre
              END-IF
              IF ge-cupo = 0 then
                 DISPLAY "El cupo debe ser mayor que cero."
              ELSE
              IF ge-cierre > ge-fecha then
                 DISPLAY "El cierre no puede ser posterior al evento."
              ELSE
                 PERFORM GRABAR-EVENTO
              END-IF
              END-IF
           END-IF.

       VERIFICAR-CHOQUE-SALA.
           move "N" to choque-sala
           OPEN  input EVENTOS
           IF eventos-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ EVENTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF ev-sala = ge-sala AND ev-fecha = ge-fecha AND
                    ev-hini < ge-hfin AND ev-hfin > ge-hini then
                    move "S" to choque-sala
                    DISPLAY "La sala ya esta tomada por el evento "
                       ev-id " " ev-nombre
                 END-IF
              END-READ
              END-PERFORM
              CLOSE EVENTOS
           END-IF
           OPEN  input CITAS
           IF citas-status = "00" then
              move "N" to FIN-ARCHIVO
              move ge-fecha to c-fecha
              move 0 to c-hini
              MOVE LOW-VALUES TO c-usuario
              START CITAS KEY IS >= c-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CITAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF c-fecha NOT = ge-fecha then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                 IF c-sala = ge-sala AND c-hini < ge-hfin AND
                    c-hfin > ge-hini then
                    move "S" to choque-sala
                    DISPLAY "La sala ya esta tomada por la cita de "
                       c-hini " con " c-usuario
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE CITAS
           END-IF
           move "N" to FIN-ARCHIVO.

       GRABAR-EVENTO.
           OPEN  i-o EVENTOS
           IF eventos-status = "35" then
              OPEN  output EVENTOS
              CLOSE EVENTOS
              OPEN  i-o EVENTOS
           END-IF
           move 0 to id-mayor
           move "N" to FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ EVENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF ev-id > id-mayor then
                 move ev-id to id-mayor
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           move "EVENTO" to nombre-contador
           move id-mayor to minimo-contador
           CALL 'contador' USING nombre-contador
              minimo-contador valor-contador
           IF valor-contador = 0 then
              compute ge-id = id-mayor + 1
           ELSE
              move valor-contador to ge-id
           END-IF
           move ge-id to ev-id
           move ge-nombre to ev-nombre
           move ge-fecha to ev-fecha
           move ge-hini to ev-hini
           move ge-hfin to ev-hfin
           move ge-sala to ev-sala
           move ge-cupo to ev-cupo
           move ge-cierre to ev-cierre
           move hoy to ev-alta
           move operador-actual to ev-operador
           WRITE reg-evento
              INVALID KEY
                 DISPLAY "No se pudo registrar el evento."
              NOT INVALID KEY
                 DISPLAY "Evento registrado con el numero " ev-id
                 move "EVT-ALTA" to aud-accion
                 MOVE SPACES TO aud-usuario
                 STRING "evento " DELIMITED BY SIZE
                    ev-id DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    ev-fecha DELIMITED BY SIZE
                    INTO aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
           END-WRITE
           CLOSE EVENTOS.

       LEER-EVENTO.
           move "N" to evento-hallado
           OPEN  input EVENTOS
           IF eventos-status NOT = "00" then
              DISPLAY "No hay eventos registrados todavia."
           ELSE
              DISPLAY "Numero de evento"
              move 0 to evento-pedido
              ACCEPT evento-pedido
              move evento-pedido to ev-id
              READ EVENTOS KEY IS ev-id
              INVALID KEY
                 DISPLAY "No existe ese evento."
              NOT INVALID KEY
                 move "S" to evento-hallado
                 move ev-id to ge-id
                 move ev-nombre to ge-nombre
                 move ev-fecha to ge-fecha
                 move ev-hini to ge-hini
                 move ev-hfin to ge-hfin
                 move ev-sala to ge-sala
                 move ev-cupo to ge-cupo
                 move ev-cierre to ge-cierre
                 DISPLAY ev-nombre " - " ev-fecha " " ev-hini "-"
                    ev-hfin " sala " ev-sala " cupo " ev-cupo
              END-READ
              CLOSE EVENTOS
           END-IF.

       ABRIR-INSCRIPCIONES-IO.
           OPEN  i-o INSCRIPCIONES
           IF inscripciones-status = "35" then
              OPEN  output INSCRIPCIONES
              CLOSE INSCRIPCIONES
              OPEN  i-o INSCRIPCIONES
           END-IF.

       CONTAR-INSCRIPTOS.
           move 0 to cant-inscriptos
           move 0 to cant-espera
           move 0 to cant-bajas
           move 0 to orden-mayor
           move 0 to orden-primero
           MOVE SPACES TO usuario-primero
           move "N" to FIN-ARCHIVO
           move evento-pedido to ei-evento
           MOVE LOW-VALUES TO ei-usuario
           START INSCRIPCIONES KEY IS >= ei-clave
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ INSCRIPCIONES NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF ei-evento NOT = evento-pedido then
                 MOVE "S" TO FIN-ARCHIVO
              ELSE
                 IF ei-orden > orden-mayor then
                    move ei-orden to orden-mayor
                 END-IF
                 IF ei-estado = "I" then
                    add 1 to cant-inscriptos
                 ELSE
                 IF ei-estado = "E" then
                    add 1 to cant-espera
                    IF orden-primero = 0 OR
                       ei-orden < orden-primero then
                       move ei-orden to orden-primero
                       move ei-usuario to usuario-primero
                    END-IF
                 ELSE
                    add 1 to cant-bajas
                 END-IF
                 END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO.

       LISTAR-EVENTOS.
           OPEN  input EVENTOS
           IF eventos-status NOT = "00" then
              DISPLAY "No hay eventos registrados todavia."
           ELSE
              OPEN  input INSCRIPCIONES
              move "N" to alguno
              DISPLAY "Nro   Fecha    Hora Sala       Cupo Insc Esp  "
                 "Nombre"
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ EVENTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF ev-fecha >= hoy then
                    move "S" to alguno
                    move ev-id to evento-pedido
                    IF inscripciones-status = "00" then
                       PERFORM CONTAR-INSCRIPTOS
                    ELSE
                       move 0 to cant-inscriptos
                       move 0 to cant-espera
                    END-IF
                    DISPLAY ev-id " " ev-fecha " " ev-hini " " ev-sala
                       " " ev-cupo " " cant-inscriptos " "
                       cant-espera " " ev-nombre
                 END-IF
              END-READ
              END-PERFORM
              IF inscripciones-status = "00" then
                 CLOSE INSCRIPCIONES
              END-IF
              CLOSE EVENTOS
              IF alguno = "N" then
                 DISPLAY "No hay eventos proximos."
              END-IF
           END-IF
           move "N" to FIN-ARCHIVO.

       VALIDAR-CONTACTO.
           move "N" to usuario-valido
           OPEN  input CONTACTOS
           IF status-contactos = "00" then
              move usuario-pedido to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF usuario NOT = "##VERSION##" AND
                    activo NOT = "N" then
                    move "S" to usuario-valido
                 END-IF
              END-READ
              CLOSE CONTACTOS
           END-IF
           IF usuario-valido NOT = "S" then
              DISPLAY "Ese usuario no existe en la agenda."
           END-IF.

       INSCRIBIR-CONTACTO.
           PERFORM LEER-EVENTO
           IF evento-hallado = "S" then
              IF hoy > ge-cierre then
                 DISPLAY "La inscripcion cerro el " ge-cierre
              ELSE
                 DISPLAY "Usuario del contacto"
                 MOVE SPACES TO usuario-pedido
                 ACCEPT usuario-pedido
                 PERFORM VALIDAR-CONTACTO
                 IF usuario-valido = "S" then
                    PERFORM ABRIR-INSCRIPCIONES-IO
                    PERFORM CONTAR-INSCRIPTOS
                    PERFORM GRABAR-INSCRIPCION
                    CLOSE INSCRIPCIONES
                 END-IF
              END-IF
           END-IF.

       GRABAR-INSCRIPCION.
           move "S" to nuevo-ev
           move evento-pedido to ei-evento
           move usuario-pedido to ei-usuario
           READ INSCRIPCIONES KEY IS ei-clave
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF ei-estado = "B" then
                 move "N" to nuevo-ev
              ELSE
                 move "X" to nuevo-ev
                 IF ei-estado = "I" then
                    DISPLAY "El contacto ya esta inscripto."
                 ELSE
                    DISPLAY "El contacto ya esta en la lista de "
                       "espera."
                 END-IF
              END-IF
           END-READ
           IF nuevo-ev NOT = "X" then
              move evento-pedido to ei-evento
              move usuario-pedido to ei-usuario
              compute ei-orden = orden-mayor + 1
              move hoy to ei-fecha
              move "N" to ei-asistio
              move 0 to ei-hora-ingreso
              move "N" to ei-tarea
              move operador-actual to ei-operador
              IF cant-inscriptos < ge-cupo then
                 move "I" to ei-estado
              ELSE
                 move "E" to ei-estado
              END-IF
              IF nuevo-ev = "S" then
                 WRITE reg-inscripcion
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              ELSE
                 REWRITE reg-inscripcion
              END-IF
              IF ei-estado = "I" then
                 DISPLAY "Inscripcion confirmada."
              ELSE
                 compute cant-espera = cant-espera + 1
                 DISPLAY "Evento completo: queda en lista de espera, "
                    "posicion " cant-espera
              END-IF
              move "EVT-INSC" to aud-accion
              MOVE SPACES TO aud-usuario
              STRING ei-evento DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 ei-estado DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 ei-usuario DELIMITED BY SIZE
                 INTO aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
           END-IF.

       BAJA-INSCRIPCION.
           PERFORM LEER-EVENTO
           IF evento-hallado = "S" then
              DISPLAY "Usuario del contacto"
              MOVE SPACES TO usuario-pedido
              ACCEPT usuario-pedido
              PERFORM ABRIR-INSCRIPCIONES-IO
              move evento-pedido to ei-evento
              move usuario-pedido to ei-usuario
              READ INSCRIPCIONES KEY IS ei-clave
              INVALID KEY
                 DISPLAY "Ese contacto no esta inscripto al evento."
              NOT INVALID KEY
                 IF ei-estado = "B" then
                    DISPLAY "Esa inscripcion ya estaba dada de baja."
                 ELSE
                    move ei-estado to estado-anterior
                    move "B" to ei-estado
                    REWRITE reg-inscripcion
                    DISPLAY "Inscripcion dada de baja."
                    move "EVT-BAJA" to aud-accion
                    MOVE SPACES TO aud-usuario
                    STRING ei-evento DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ei-usuario DELIMITED BY SIZE
                       INTO aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                    IF estado-anterior = "I" then
                       PERFORM PROMOVER-ESPERA
                    END-IF
                 END-IF
              END-READ
              CLOSE INSCRIPCIONES
           END-IF.

       PROMOVER-ESPERA.
           PERFORM CONTAR-INSCRIPTOS
           IF cant-inscriptos < ge-cupo AND orden-primero NOT = 0
              then
              move evento-pedido to ei-evento
              move usuario-primero to ei-usuario
              READ INSCRIPCIONES KEY IS ei-clave
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "I" to ei-estado
                 REWRITE reg-inscripcion
                 DISPLAY "Pasa de la lista de espera a inscripto: "
                    ei-usuario
                 move "EVT-PROMO" to aud-accion
                 MOVE SPACES TO aud-usuario
                 STRING ei-evento DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    ei-usuario DELIMITED BY SIZE
                    INTO aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
              END-READ
           END-IF.

       VER-INSCRIPTOS.
           PERFORM LEER-EVENTO
           IF evento-hallado = "S" then
              OPEN  input INSCRIPCIONES
              IF inscripciones-status NOT = "00" then
                 DISPLAY "No hay inscripciones todavia."
              ELSE
                 PERFORM CONTAR-INSCRIPTOS
                 DISPLAY "Inscriptos: " cant-inscriptos
                    "  En espera: " cant-espera
                    "  Bajas: " cant-bajas
                 move "N" to FIN-ARCHIVO
                 move evento-pedido to ei-evento
                 MOVE LOW-VALUES TO ei-usuario
                 START INSCRIPCIONES KEY IS >= ei-clave
                    INVALID KEY
                       MOVE "S" TO FIN-ARCHIVO
                 END-START
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ INSCRIPCIONES NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF ei-evento NOT = evento-pedido then
                       MOVE "S" TO FIN-ARCHIVO
                    ELSE
                    IF ei-estado = "I" then
                       DISPLAY "   " ei-usuario " inscripto "
                          ei-fecha " asistio " ei-asistio
                    ELSE
                    IF ei-estado = "E" then
                       DISPLAY "   " ei-usuario " en espera, orden "
                          ei-orden
                    END-IF
                    END-IF
                    END-IF
                 END-READ
                 END-PERFORM
                 CLOSE INSCRIPCIONES
              END-IF
           END-IF
           move "N" to FIN-ARCHIVO.

       REPORTE-ASISTENCIA.
           PERFORM LEER-EVENTO
           IF evento-hallado = "S" then
              OPEN  input INSCRIPCIONES
              IF inscripciones-status NOT = "00" then
                 DISPLAY "No hay inscripciones todavia."
              ELSE
              IF ge-fecha > hoy then
                 DISPLAY "El evento todavia no se realizo."
                 CLOSE INSCRIPCIONES
              ELSE
                 PERFORM EMITIR-ASISTENCIA
                 CLOSE INSCRIPCIONES
                 DISPLAY "Asistieron " cant-asistieron
                    ", ausentes " cant-ausentes
                    ". Reporte en eventos_asistencia.txt"
              END-IF
              END-IF
           END-IF.

       EMITIR-ASISTENCIA.
           move 0 to cant-asistieron
           move 0 to cant-ausentes
           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "ASISTENCIA AL EVENTO " DELIMITED BY SIZE
              ge-id DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              ge-nombre DELIMITED BY "  "
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Fecha " DELIMITED BY SIZE
              ge-fecha DELIMITED BY SIZE
              "  sala " DELIMITED BY SIZE
              ge-sala DELIMITED BY SPACE
              "  cupo " DELIMITED BY SIZE
              ge-cupo DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           MOVE "ASISTENTES (para seguimiento)" TO linea-print
           write linea-print
           move "A" to estado-anterior
           PERFORM LISTAR-ASISTENCIA
           MOVE SPACES TO linea-print
           write linea-print
           MOVE "AUSENTES" TO linea-print
           write linea-print
           move "N" to estado-anterior
           PERFORM LISTAR-ASISTENCIA
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Inscriptos: " DELIMITED BY SIZE
              cant-inscriptos DELIMITED BY SIZE
              "  Asistieron: " DELIMITED BY SIZE
              cant-asistieron DELIMITED BY SIZE
              "  Ausentes: " DELIMITED BY SIZE
              cant-ausentes DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           CLOSE PRINTFILE
           move "EVENTOS" to spool-reporte
           move "eventos_asistencia.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo.

       LISTAR-ASISTENCIA.
           move "N" to FIN-ARCHIVO
           move evento-pedido to ei-evento
           MOVE LOW-VALUES TO ei-usuario
           START INSCRIPCIONES KEY IS >= ei-clave
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ INSCRIPCIONES NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF ei-evento NOT = evento-pedido then
                 MOVE "S" TO FIN-ARCHIVO
              ELSE
              IF ei-estado = "I" then
                 IF estado-anterior = "A" AND ei-asistio = "S" then
                    add 1 to cant-asistieron
                    MOVE SPACES TO linea-print
                    STRING "   " DELIMITED BY SIZE
                       ei-usuario DELIMITED BY SIZE
                       " ingreso " DELIMITED BY SIZE
                       ei-hora-ingreso DELIMITED BY SIZE
                       INTO linea-print
                    write linea-print
                 END-IF
                 IF estado-anterior = "N" AND ei-asistio NOT = "S"
                    then
                    add 1 to cant-ausentes
                    MOVE SPACES TO linea-print
                    STRING "   " DELIMITED BY SIZE
                       ei-usuario DELIMITED BY SIZE
                       INTO linea-print
                    write linea-print
                 END-IF
              END-IF
              END-IF
           END-READ
           END-PERFORM
           compute cant-inscriptos = cant-asistieron + cant-ausentes
           move "N" to FIN-ARCHIVO.

       GENERAR-TAREAS.
           PERFORM LEER-EVENTO
           IF evento-hallado = "S" then
              OPEN  i-o INSCRIPCIONES
              IF inscripciones-status NOT = "00" then
                 DISPLAY "No hay inscripciones todavia."
              ELSE
              IF ge-fecha > hoy then
                 DISPLAY "El evento todavia no se realizo."
                 CLOSE INSCRIPCIONES
              ELSE
                 DISPLAY "Vencimiento de las tareas (AAAAMMDD, 0 = "
                    "proximo dia habil)"
                 move 0 to fecha-vence
                 ACCEPT fecha-vence
                 IF fecha-vence = 0 then
                    CALL 'habiles' USING "P" hoy fecha-vence
                       resultado-habil
                 END-IF
                 OPEN  i-o TAREAS
                 IF tareas-status = "35" then
                    OPEN  output TAREAS
                    CLOSE TAREAS
                    OPEN  i-o TAREAS
                 END-IF
                 PERFORM TAREAS-ASISTENTES
                 CLOSE TAREAS
                 CLOSE INSCRIPCIONES
                 IF cant-tareas > 0 then
                    CALL 'totales' USING "T" tot-depto reg-totales
                 END-IF
                 DISPLAY cant-tareas " tarea(s) de seguimiento "
                    "agendadas para el " fecha-vence
                 IF cant-tareas > 0 then
                    move "EVT-TAREA" to aud-accion
                    MOVE SPACES TO aud-usuario
                    STRING "evento " DELIMITED BY SIZE
                       evento-pedido DELIMITED BY SIZE
                       " tareas " DELIMITED BY SIZE
                       cant-tareas DELIMITED BY SIZE
                       INTO aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                 END-IF
              END-IF
              END-IF
           END-IF.

       TAREAS-ASISTENTES.
           move 0 to cant-tareas
           move "N" to FIN-ARCHIVO
           move evento-pedido to ei-evento
           MOVE LOW-VALUES TO ei-usuario
           START INSCRIPCIONES KEY IS >= ei-clave
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ INSCRIPCIONES NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF ei-evento NOT = evento-pedido then
                 MOVE "S" TO FIN-ARCHIVO
              ELSE
              IF ei-estado = "I" AND ei-asistio = "S" AND
                 ei-tarea NOT = "S" then
                 PERFORM AGENDAR-TAREA
                 IF seq-libre = "S" then
                    move "S" to ei-tarea
                    REWRITE reg-inscripcion
                 END-IF
              END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO.

       AGENDAR-TAREA.
           move ei-usuario to t-usuario
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
                 "agendo el seguimiento de " ei-usuario
           ELSE
              move ei-usuario to t-usuario
              move fecha-vence to t-vence
              MOVE SPACES TO t-texto
              STRING "Seguimiento: " DELIMITED BY SIZE
                 ge-nombre DELIMITED BY "  "
                 INTO t-texto
              END-STRING
              move "P" to t-estado
              move hoy to t-alta
              move 0 to t-cada
              move "M" to t-prioridad
              move operador-actual to t-operador
              WRITE reg-tarea
              add 1 to cant-tareas
           END-IF.
