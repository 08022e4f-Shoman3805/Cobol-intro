       IDENTIFICATION DIVISION.
       PROGRAM-ID. entes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ENTES ASSIGN TO "entes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS en-codigo
           FILE STATUS IS entes-status.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  ENTES.
       COPY "ente.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 entes-status pic x(2).
       01 status-cuentas pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 operador-actual pic x(20).
       01 rol-actual pic x(1).
       01 hoy pic 9(08).
       01 opcion-ente pic x(1).
       01 alguna pic x(1).
       01 existe pic x(1).
       01 confirma pic x(1).
       01 cuenta-ok pic x(1).
       01 formato-ok pic x(1).
       01 pos-formato pic 9(02).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

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

           ACCEPT hoy FROM DATE YYYYMMDD

           DISPLAY "Catalogo de entes recaudadores"
           DISPLAY "A- Alta o cambio de ente"
           DISPLAY "L- Listar entes"
           DISPLAY "B- Baja de ente"
           ACCEPT opcion-ente
           INSPECT opcion-ente CONVERTING "alb" TO "ALB"

           IF opcion-ente = "L" then
              PERFORM LISTAR-ENTES
           ELSE
           IF opcion-ente = "A" OR opcion-ente = "B" then
              CALL 'rol' USING operador-actual rol-actual
                 reg-retorno
              IF rol-actual NOT = "A" then
                 DISPLAY "Solo un operador con rol de administrador "
                    "puede mantener el catalogo de entes."
                 move "A" to ret-estado
                 move "entes requieren rol admin" to ret-motivo
              ELSE
              IF opcion-ente = "A" then
                 PERFORM ALTA-ENTE
              ELSE
                 PERFORM BAJA-ENTE
              END-IF
              END-IF
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       ALTA-ENTE.
           DISPLAY "Codigo del ente"
           MOVE SPACES TO en-codigo
           ACCEPT en-codigo
           INSPECT en-codigo CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF en-codigo = SPACES then
              DISPLAY "Codigo invalido."
           ELSE
              OPEN  i-o ENTES
              IF entes-status = "35" then
                 OPEN  output ENTES
                 CLOSE ENTES
                 OPEN  i-o ENTES
              END-IF
              move "N" to existe
              READ ENTES KEY IS en-codigo
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "S" to existe
                 PERFORM MOSTRAR-ENTE
              END-READ
              DISPLAY "Nombre"
              MOVE SPACES TO en-nombre
              ACCEPT en-nombre
              DISPLAY "Cuenta de liquidacion del ente"
              move 0 to en-cuenta
              ACCEPT en-cuenta
              DISPLAY "Formato de la referencia (9 digito, A letra, "
                 "X cualquiera; ENTER = libre)"
              MOVE SPACES TO en-formato
              ACCEPT en-formato
              INSPECT en-formato CONVERTING "ax" TO "AX"
              PERFORM VALIDAR-CUENTA-ENTE
              PERFORM VALIDAR-FORMATO
              IF en-nombre = SPACES then
                 DISPLAY "Falta el nombre del ente."
              ELSE
              IF cuenta-ok NOT = "S" then
                 DISPLAY "La cuenta de liquidacion no existe o esta "
                    "cerrada."
              ELSE
              IF formato-ok NOT = "S" then
                 DISPLAY "El formato solo admite 9, A y X."
              ELSE
                 move "A" to en-estado
                 move hoy to en-alta
                 move operador-actual to en-operador
                 IF existe = "S" then
                    REWRITE reg-ente
                    DISPLAY "Ente actualizado."
                 ELSE
                    WRITE reg-ente
                       INVALID KEY
                          DISPLAY "No se pudo grabar el ente."
                       NOT INVALID KEY
                          DISPLAY "Ente registrado."
                    END-WRITE
                 END-IF
                 move "ENTE-ALTA" to aud-accion
                 move en-codigo to aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
              END-IF
              END-IF
              END-IF
              CLOSE ENTES
           END-IF.

       VALIDAR-CUENTA-ENTE.
           move "N" to cuenta-ok
           OPEN  input CUENTAS
           IF status-cuentas = "00" then
              move en-cuenta to cta-id
              READ CUENTAS KEY IS cta-id
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF cta-estado NOT = "C" then
                    move "S" to cuenta-ok
                 END-IF
              END-READ
              CLOSE CUENTAS
           END-IF.

       VALIDAR-FORMATO.
           move "S" to formato-ok
           PERFORM VARYING pos-formato FROM 1 BY 1
              UNTIL pos-formato > 20
              IF en-formato(pos-formato:1) NOT = "9" AND
                 en-formato(pos-formato:1) NOT = "A" AND
                 en-formato(pos-formato:1) NOT = "X" AND
                 en-formato(pos-formato:1) NOT = SPACE then
                 move "N" to formato-ok
              END-IF
           END-PERFORM.

       MOSTRAR-ENTE.
           DISPLAY en-codigo " " en-nombre " cuenta " en-cuenta
              " " en-estado
           DISPLAY "       formato de referencia: " en-formato.

       LISTAR-ENTES.
           OPEN  input ENTES
           IF entes-status NOT = "00" then
              DISPLAY "No hay entes registrados."
           ELSE
              move "N" to alguna
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ENTES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move "S" to alguna
                 PERFORM MOSTRAR-ENTE
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE ENTES
              IF alguna = "N" then
                 DISPLAY "No hay entes registrados."
              END-IF
           END-IF.

       BAJA-ENTE.
           DISPLAY "Codigo del ente"
           MOVE SPACES TO en-codigo
           ACCEPT en-codigo
           INSPECT en-codigo CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           OPEN  i-o ENTES
           IF entes-status NOT = "00" then
              DISPLAY "No hay entes registrados."
           ELSE
              READ ENTES KEY IS en-codigo
              INVALID KEY
                 DISPLAY "No existe ese ente."
              NOT INVALID KEY
                 PERFORM MOSTRAR-ENTE
                 DISPLAY "Confirma la baja? (S/N)"
                 MOVE "N" TO confirma
                 ACCEPT confirma
                 IF confirma = "S" OR confirma = "s" then
                    move "B" to en-estado
                    REWRITE reg-ente
                    DISPLAY "Ente dado de baja: no acepta mas pagos."
                    move "ENTE-BAJA" to aud-accion
                    move en-codigo to aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                 END-IF
              END-READ
              CLOSE ENTES
           END-IF.
