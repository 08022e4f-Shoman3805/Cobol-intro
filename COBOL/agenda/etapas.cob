       IDENTIFICATION DIVISION.
       PROGRAM-ID. etapas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ETAPAS ASSIGN TO "etapas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS et-usuario
           FILE STATUS IS CIC-STATUS.

           SELECT ETAPASHIST ASSIGN TO "etapas_hist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS eh-clave
           FILE STATUS IS CIC-HSTATUS.

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  ETAPAS.
       COPY "etapa.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ETAPASHIST.
       COPY "etapahist.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 sesion-status pic x(2).
       01 status-contactos pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-etapa pic x(1).
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 alguno pic x(1).
       01 usuario-etapa pic x(30).
       01 usuario-valido pic x(1).
       01 etapa-pedida pic x(1).
       01 nota-etapa pic x(40).
       01 texto-etapa pic x(10).
       01 texto-anterior pic x(10).
       01 codigo-etapa pic x(1).
       01 cant-listados pic 9(05).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.
       COPY "ciclo.cpy".

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

           DISPLAY "Etapas del ciclo de vida de los contactos"
           DISPLAY "C- Cambiar la etapa de un contacto"
           DISPLAY "H- Historial de etapas de un contacto"
           DISPLAY "L- Listar los contactos de una etapa"
           DISPLAY "E- Reporte mensual del embudo"
           ACCEPT opcion-etapa
           INSPECT opcion-etapa CONVERTING "chle" TO "CHLE"

           IF opcion-etapa = "C" then
              PERFORM CAMBIO-MANUAL
           ELSE
           IF opcion-etapa = "H" then
              PERFORM MOSTRAR-HISTORIAL
           ELSE
           IF opcion-etapa = "L" then
              PERFORM LISTAR-ETAPA
           ELSE
           IF opcion-etapa = "E" then
              CALL 'embudo' USING parm-modo parm-depto reg-retorno
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       VALIDAR-USUARIO.
           move "N" to usuario-valido
           OPEN  input CONTACTOS
           IF status-contactos = "00" then
              move usuario-etapa to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF usuario NOT = "##VERSION##" then
                    move "S" to usuario-valido
                 END-IF
              END-READ
              CLOSE CONTACTOS
           END-IF
           IF usuario-valido NOT = "S" then
              DISPLAY "Ese usuario no existe en la agenda."
           END-IF.

       NOMBRE-ETAPA.
           IF codigo-etapa = "L" then
              move "LEAD" to texto-etapa
           ELSE
           IF codigo-etapa = "P" then
              move "PROSPECTO" to texto-etapa
           ELSE
           IF codigo-etapa = "C" then
              move "CLIENTE" to texto-etapa
           ELSE
           IF codigo-etapa = "I" then
              move "INACTIVO" to texto-etapa
           ELSE
           IF codigo-etapa = "X" then
              move "PERDIDO" to texto-etapa
           ELSE
              move "(sin etapa)" to texto-etapa
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CAMBIO-MANUAL.
           DISPLAY "Usuario del contacto"
           MOVE SPACES TO usuario-etapa
           ACCEPT usuario-etapa
           PERFORM VALIDAR-USUARIO
           IF usuario-valido = "S" then
              move SPACE to codigo-etapa
              OPEN  input ETAPAS
              IF CIC-STATUS = "00" then
                 move usuario-etapa to et-usuario
                 READ ETAPAS KEY IS et-usuario
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move et-etapa to codigo-etapa
                 END-READ
                 CLOSE ETAPAS
              END-IF
              PERFORM NOMBRE-ETAPA
              DISPLAY "Etapa actual: " texto-etapa
              DISPLAY "Nueva etapa (L- lead, P- prospecto, "
                 "C- cliente, I- inactivo, X- perdido)"
              MOVE SPACES TO etapa-pedida
              ACCEPT etapa-pedida
              INSPECT etapa-pedida CONVERTING "lpcix" TO "LPCIX"
              DISPLAY "Nota del cambio"
              MOVE SPACES TO nota-etapa
              ACCEPT nota-etapa
              move usuario-etapa to CIC-USUARIO
              move etapa-pedida to CIC-NUEVA
              move "M" to CIC-ORIGEN
              move operador-actual to CIC-OPERADOR
              move nota-etapa to CIC-NOTA
              move hoy to CIC-FECHA
              PERFORM CAMBIAR-ETAPA
              IF CIC-RESULTADO = "S" then
                 move etapa-pedida to codigo-etapa
                 PERFORM NOMBRE-ETAPA
                 DISPLAY "Contacto pasado a la etapa " texto-etapa
              ELSE
                 DISPLAY "No se cambio la etapa: " CIC-MOTIVO
                 IF CIC-RESULTADO = "N" then
                    move "A" to ret-estado
                    move "transicion de etapa no permitida"
                       to ret-motivo
                 END-IF
              END-IF
           END-IF.

       MOSTRAR-HISTORIAL.
           DISPLAY "Usuario del contacto"
           MOVE SPACES TO usuario-etapa
           ACCEPT usuario-etapa
           OPEN  input ETAPASHIST
           IF CIC-HSTATUS NOT = "00" then
              DISPLAY "No hay cambios de etapa registrados."
           ELSE
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              move usuario-etapa to eh-usuario
              move 0 to eh-seq
              START ETAPASHIST KEY IS >= eh-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ETAPASHIST NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF eh-usuario NOT = usuario-etapa then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                    move "S" to alguno
                    move eh-anterior to codigo-etapa
                    PERFORM NOMBRE-ETAPA
                    move texto-etapa to texto-anterior
                    move eh-etapa to codigo-etapa
                    PERFORM NOMBRE-ETAPA
                    DISPLAY eh-fecha " " eh-hora " " texto-anterior
                       " > " texto-etapa " (" eh-dias " dias) "
                       eh-origen " " eh-operador
                    IF eh-nota NOT = SPACES then
                       DISPLAY "      " eh-nota
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              IF alguno = "N" then
                 DISPLAY "Ese contacto no tiene cambios de etapa."
              END-IF
              CLOSE ETAPASHIST
           END-IF.

       LISTAR-ETAPA.
           DISPLAY "Etapa (L, P, C, I o X)"
           MOVE SPACES TO etapa-pedida
           ACCEPT etapa-pedida
           INSPECT etapa-pedida CONVERTING "lpcix" TO "LPCIX"
           move 0 to cant-listados
           OPEN  input ETAPAS
           IF CIC-STATUS = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ETAPAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF et-etapa = etapa-pedida then
                    add 1 to cant-listados
                    DISPLAY et-usuario " desde " et-desde " "
                       et-operador
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE ETAPAS
           END-IF
           DISPLAY "Contactos en la etapa: " cant-listados.

       COPY "ciclopr.cpy".
