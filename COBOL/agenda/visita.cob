           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

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

           SELECT MEMOS ASSIGN TO "memos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS me-id
           FILE STATUS IS memos-status.

           SELECT CREDENCIALES ASSIGN TO "credenciales.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cr-numero
           FILE STATUS IS cred-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  VISITAS.
       COPY "visita.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  EVENTOS.
       COPY "evento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  INSCRIPCIONES.
       COPY "inscripcion.cpy" REPLACING ==:PREFIJO:== BY == ==.

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

       FD  MEMOS.
       COPY "memo.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CREDENCIALES.
       COPY "credencial.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 visitas-status pic x(2).
       01 status-contactos pic x(2).
       01 eventos-status pic x(2).
       01 inscripciones-status pic x(2).
       01 citas-status pic x(2).
       01 asis-status pic x(2).
       01 memos-status pic x(2).
       01 sesion-status pic x(2).
       01 cred-status pic x(2).
       01 FIN-CRED pic x(1).
       01 numero-cred pic 9(04).
       01 cred-ok pic x(1).
       01 egreso-ok pic x(1).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 FIN-CITAS pic x(1).
       01 asis-abierto pic x(1).
       01 operador-actual pic x(20).
       01 cita-encontrada pic x(1).
       01 usa-cita pic x(1).
       01 visita-grabada pic x(1).
       01 confirma pic x(1).
       01 cita-hini pic 9(04).
       01 cita-usuario pic x(30).
       01 cita-operador pic x(20).
       01 cita-sala pic x(10).
       01 cita-motivo pic x(30).
       01 id-mayor pic 9(08).
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-visita pic x(1).
       01 usuario-visita pic x(30).
           ACCEPT ahora-hora FROM TIME
           move ahora-hora(1:4) to hora-corta

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

           DISPLAY "I- Registrar ingreso de un visitante"
           DISPLAY "E- Registrar egreso de un visitante"
           DISPLAY "P- Quien esta en el edificio ahora"
           DISPLAY "M- Reporte mensual de visitas por empresa"
           DISPLAY "X- Visitas esperadas hoy"
           DISPLAY "F- Reporte de cierre del dia"
           ACCEPT opcion-visita
           INSPECT opcion-visita CONVERTING "iepmxf" TO "IEPMXF"

           IF opcion-visita = "I" then
              PERFORM REGISTRAR-INGRESO
           ELSE
           IF opcion-visita = "M" then
              PERFORM REPORTE-MENSUAL
           ELSE
           IF opcion-visita = "X" then
              CALL 'esperados' USING parm-modo parm-depto reg-retorno
           ELSE
           IF opcion-visita = "F" then
              CALL 'visitfin' USING parm-modo parm-depto reg-retorno
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           DISPLAY "Usuario del contacto que ingresa"
           MOVE SPACES TO usuario-visita
           ACCEPT usuario-visita
           move "N" to cred-ok
           PERFORM VALIDAR-VISITANTE
           IF usuario-valido = "S" then
              PERFORM BUSCAR-CITA
              move "N" to usa-cita
              IF cita-encontrada = "S" then
                 DISPLAY "Esperado a las " cita-hini " con "
                    cita-operador " en sala " cita-sala
                 DISPLAY "   " cita-motivo
                 DISPLAY "Viene a esa cita? (S/N)"
                 move "S" to confirma
                 ACCEPT confirma
                 IF confirma = "S" OR confirma = "s" then
                    move "S" to usa-cita
                 END-IF
              END-IF
              PERFORM ELEGIR-CREDENCIAL
           END-IF
           IF usuario-valido = "S" AND cred-ok = "S" then
              OPEN  i-o VISITAS
              IF visitas-status = "35" then
                 OPEN  output VISITAS
              move hora-corta to vi-horain
              move usuario-visita to vi-usuario
              move 0 to vi-horaout
              move 0 to vi-cita-hini
              MOVE SPACES TO vi-cita-usuario
              MOVE SPACES TO vi-anfitrion
              MOVE SPACES TO vi-sala
              move numero-cred to vi-credencial
              move SPACE to vi-cred-estado
              IF usa-cita = "S" then
                 move cita-motivo to vi-motivo
                 move cita-hini to vi-cita-hini
                 move cita-usuario to vi-cita-usuario
                 move cita-operador to vi-anfitrion
                 move cita-sala to vi-sala
              ELSE
                 DISPLAY "Motivo de la visita"
                 MOVE SPACES TO vi-motivo
                 ACCEPT vi-motivo
              END-IF
              move "N" to visita-grabada
              WRITE reg-visita
                 INVALID KEY
                    DISPLAY "Ya hay un ingreso registrado en este "
                       "minuto para ese contacto."
                 NOT INVALID KEY
                    move "S" to visita-grabada
                    DISPLAY "Ingreso registrado a las " vi-horain
              END-WRITE
              CLOSE VISITAS
              IF visita-grabada = "S" AND numero-cred NOT = 0 then
                 PERFORM ENTREGAR-CREDENCIAL
              END-IF
              IF visita-grabada = "S" AND usa-cita = "S" then
                 PERFORM MARCAR-CITA
                 PERFORM AVISAR-ANFITRION
              END-IF
              PERFORM MARCAR-ASISTENCIA
           END-IF.

       ELEGIR-CREDENCIAL.
           move "S" to cred-ok
           DISPLAY "Credencial a entregar (ENTER = la primera libre)"
           move 0 to numero-cred
           ACCEPT numero-cred
           OPEN  input CREDENCIALES
           IF cred-status NOT = "00" then
              IF numero-cred NOT = 0 then
                 DISPLAY "No hay credenciales registradas."
                 move "N" to cred-ok
              ELSE
                 DISPLAY "No hay credenciales registradas: el ingreso "
                    "se registra sin credencial."
              END-IF
           ELSE
              IF numero-cred NOT = 0 then
                 move numero-cred to cr-numero
                 READ CREDENCIALES KEY IS cr-numero
                 INVALID KEY
                    DISPLAY "No existe esa credencial."
                    move "N" to cred-ok
                 NOT INVALID KEY
                    IF cr-perdida then
                       DISPLAY "Esa credencial esta bloqueada por "
                          "perdida."
                       move "N" to cred-ok
                    ELSE
                    IF cr-prestada then
                       DISPLAY "Esa credencial esta entregada a "
                          cr-usuario
                       move "N" to cred-ok
                    END-IF
                    END-IF
                 END-READ
              ELSE
                 move "N" to FIN-CRED
                 PERFORM UNTIL FIN-CRED = "S"
                 READ CREDENCIALES NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-CRED
                 NOT AT END
                    IF cr-libre AND cr-de-visitante then
                       move cr-numero to numero-cred
                       MOVE "S" TO FIN-CRED
                    END-IF
                 END-READ
                 END-PERFORM
                 IF numero-cred = 0 then
                    DISPLAY "No quedan credenciales libres: el "
                       "ingreso se registra sin credencial."
                 END-IF
              END-IF
              CLOSE CREDENCIALES
           END-IF
           IF cred-ok = "N" then
              DISPLAY "Ingreso no registrado: elija otra credencial."
           END-IF.

       ENTREGAR-CREDENCIAL.
           OPEN  i-o CREDENCIALES
           IF cred-status = "00" then
              move numero-cred to cr-numero
              READ CREDENCIALES KEY IS cr-numero
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "P" to cr-estado
                 move usuario-visita to cr-usuario
                 move hoy to cr-fecha
                 move hora-corta to cr-hora
                 move operador-actual to cr-operador
                 REWRITE reg-credencial
                 DISPLAY "Entregue la credencial " cr-numero
              END-READ
              CLOSE CREDENCIALES
           END-IF.

       DEVOLVER-CREDENCIAL.
           OPEN  i-o CREDENCIALES
           IF cred-status = "00" then
              move vi-credencial to cr-numero
              READ CREDENCIALES KEY IS cr-numero
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF vi-cred-no-devuelta then
                    move "X" to cr-estado
                 ELSE
                 IF cr-prestada then
                    move "L" to cr-estado
                 END-IF
                 END-IF
                 move hoy to cr-fecha
                 move hora-corta to cr-hora
                 move operador-actual to cr-operador
                 REWRITE reg-credencial
              END-READ
              CLOSE CREDENCIALES
           END-IF.

       BUSCAR-CITA.
           move "N" to cita-encontrada
           OPEN  input CITAS
           IF citas-status = "00" then
              OPEN  input ASISTENTES
              move "N" to asis-abierto
              IF asis-status = "00" then
                 move "S" to asis-abierto
              END-IF
              move hoy to c-fecha
              move 0 to c-hini
              move LOW-VALUES to c-usuario
              move "N" to FIN-CITAS
              START CITAS KEY IS >= c-clave
                 INVALID KEY
                    MOVE "S" TO FIN-CITAS
              END-START
              PERFORM UNTIL FIN-CITAS = "S"
              READ CITAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-CITAS
              NOT AT END
                 IF c-fecha NOT = hoy then
                    MOVE "S" TO FIN-CITAS
                 ELSE
                 IF c-resultado = SPACE OR c-resultado = "A" then
                    IF c-usuario = usuario-visita then
                       PERFORM TOMAR-CITA
                    ELSE
                    IF asis-abierto = "S" then
                       move c-fecha to as-fecha
                       move c-hini to as-hini
                       move c-usuario to as-usuario
                       move usuario-visita to as-invitado
                       READ ASISTENTES KEY IS as-clave
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          PERFORM TOMAR-CITA
                       END-READ
                    END-IF
                    END-IF
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              IF asis-abierto = "S" then
                 CLOSE ASISTENTES
              END-IF
              CLOSE CITAS
           END-IF.

       TOMAR-CITA.
           move "S" to cita-encontrada
           move "S" to FIN-CITAS
           move c-hini to cita-hini
           move c-usuario to cita-usuario
           move c-operador to cita-operador
           move c-sala to cita-sala
           move c-motivo to cita-motivo.

       MARCAR-CITA.
           OPEN  i-o CITAS
           IF citas-status = "00" then
              move hoy to c-fecha
              move cita-hini to c-hini
              move cita-usuario to c-usuario
              READ CITAS KEY IS c-clave
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF c-resultado = SPACE then
                    move "A" to c-resultado
                    REWRITE reg-cita
                    DISPLAY "Cita de las " c-hini " marcada como "
                       "asistida."
                 END-IF
              END-READ
              CLOSE CITAS
           END-IF.

       AVISAR-ANFITRION.
           IF cita-operador NOT = SPACES then
              move 0 to id-mayor
              OPEN  i-o MEMOS
              IF memos-status = "35" then
                 OPEN  output MEMOS
                 CLOSE MEMOS
                 OPEN  i-o MEMOS
              END-IF
              move "N" to FIN-CITAS
              PERFORM UNTIL FIN-CITAS = "S"
              READ MEMOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-CITAS
              NOT AT END
                 IF me-id > id-mayor then
                    move me-id to id-mayor
                 END-IF
              END-READ
              END-PERFORM
              move "MEMO" to nombre-contador
              move id-mayor to minimo-contador
              CALL 'contador' USING nombre-contador
                 minimo-contador valor-contador
              IF valor-contador = 0 then
                 DISPLAY "No se pudo avisar al anfitrion: la agenda "
                    "esta bloqueada."
              ELSE
                 MOVE SPACES TO reg-memo
                 move valor-contador to me-id
                 move 0 to me-padre
                 move me-id to me-hilo
                 move hoy to me-fecha
                 move ahora-hora to me-hora
                 move operador-actual to me-de
                 move cita-operador to me-para
                 move usuario-visita to me-usuario
                 STRING "Llego su visita de las " DELIMITED BY SIZE
                    cita-hini DELIMITED BY SIZE
                    INTO me-asunto
                 STRING usuario-visita DELIMITED BY "  "
                    " ingreso a las " DELIMITED BY SIZE
                    hora-corta DELIMITED BY SIZE
                    " para la cita en sala " DELIMITED BY SIZE
                    cita-sala DELIMITED BY "  "
                    ": " DELIMITED BY SIZE
                    cita-motivo DELIMITED BY SIZE
                    INTO me-texto
                 move "N" to me-leido
                 move 0 to me-fecha-leido
                 move "N" to me-escalado
                 move 0 to me-fecha-esc
                 WRITE reg-memo
                    INVALID KEY
                       DISPLAY "No se pudo avisar al anfitrion."
                    NOT INVALID KEY
                       DISPLAY "Aviso enviado a " cita-operador
                 END-WRITE
              END-IF
              CLOSE MEMOS
           END-IF.

       MARCAR-ASISTENCIA.
           OPEN  input EVENTOS
           IF eventos-status = "00" then
              OPEN  i-o INSCRIPCIONES
              IF inscripciones-status = "00" then
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ EVENTOS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF ev-fecha = hoy then
                       move ev-id to ei-evento
                       move usuario-visita to ei-usuario
                       READ INSCRIPCIONES KEY IS ei-clave
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF ei-estado = "I" AND ei-asistio NOT = "S"
                             then
                             move "S" to ei-asistio
                             move hora-corta to ei-hora-ingreso
                             REWRITE reg-inscripcion
                             DISPLAY "Asistencia registrada al evento "
                                ev-id " " ev-nombre
                          ELSE
                          IF ei-estado = "E" then
                             DISPLAY "Figura en la lista de espera del "
                                "evento " ev-id " " ev-nombre
                          END-IF
                          END-IF
                       END-READ
                    END-IF
                 END-READ
                 END-PERFORM
                 move "N" to FIN-ARCHIVO
                 CLOSE INSCRIPCIONES
              END-IF
              CLOSE EVENTOS
           END-IF.

       REGISTRAR-EGRESO.
                 IF vi-usuario = usuario-visita AND
                    vi-horaout = 0 then
                    move "S" to alguno
                    PERFORM EGRESAR-VISITA
                 END-IF
              END-READ
              END-PERFORM
              CLOSE VISITAS
           END-IF.

       EGRESAR-VISITA.
           move "S" to egreso-ok
           IF vi-credencial NOT = 0 then
              DISPLAY "Devolvio la credencial " vi-credencial "? (S/N)"
              move "S" to confirma
              ACCEPT confirma
              IF confirma = "S" OR confirma = "s" then
                 move "D" to vi-cred-estado
              ELSE
                 DISPLAY "Sin la credencial no se registra el egreso."
                 DISPLAY "Registrar el egreso igual y dar la "
                    "credencial por perdida? (S/N)"
                 move "N" to confirma
                 ACCEPT confirma
                 IF confirma = "S" OR confirma = "s" then
                    move "N" to vi-cred-estado
                    move "CRED-PERD" to aud-accion
                    MOVE SPACES TO aud-usuario
                    STRING "CREDENCIAL " DELIMITED BY SIZE
                       vi-credencial DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       vi-usuario DELIMITED BY SIZE
                       INTO aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                 ELSE
                    move "N" to egreso-ok
                    DISPLAY "Egreso no registrado: " vi-usuario
                       " sigue figurando en el edificio."
                 END-IF
              END-IF
              IF egreso-ok = "S" then
                 PERFORM DEVOLVER-CREDENCIAL
              END-IF
           END-IF
           IF egreso-ok = "S" then
              move hora-corta to vi-horaout
              REWRITE reg-visita
              DISPLAY "Egreso registrado a las " vi-horaout
                 " (ingreso " vi-fecha " " vi-horain ")"
              IF vi-cred-no-devuelta then
                 DISPLAY "Credencial " vi-credencial
                    " bloqueada por perdida."
              END-IF
           END-IF.

       LISTAR-PRESENTES.
           OPEN  input VISITAS
           IF visitas-status NOT = "00" then
                    move "S" to alguno
                    DISPLAY vi-fecha " desde " vi-horain " "
                       vi-usuario
                    IF vi-credencial NOT = 0 then
                       DISPLAY "   credencial " vi-credencial
                    END-IF
                    DISPLAY "   " vi-motivo
                 END-IF
              END-READ
