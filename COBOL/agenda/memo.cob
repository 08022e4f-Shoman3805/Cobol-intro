       IDENTIFICATION DIVISION.
       PROGRAM-ID. memo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MEMOS ASSIGN TO "memos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS me-id
           FILE STATUS IS memos-status.

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT MAESTRO ASSIGN TO "deptos_maestro.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS dm-depto
           FILE STATUS IS maestro-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  MEMOS.
       COPY "memo.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MAESTRO.
       01  reg-maestro.
           05 dm-depto pic x(10).
           05 dm-gerente pic x(30).
           05 dm-capacidad pic 9(04).
           05 dm-activo pic x(01).

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 memos-status pic x(2).
       01 status-contactos pic x(2).
       01 maestro-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 ahora pic 9(08).
       01 opcion-memo pic x(1).
       01 respuesta pic x(1).
       01 operador-memo pic x(20).
       01 depto-operador pic x(10).
       01 pref-idioma pic x(1).
       01 pref-pagina pic 9(3).
       01 pref-modo pic x(1).
       01 para-mi pic x(1).
       01 datos-ok pic x(1).
       01 alguno pic x(1).
       01 cant-listados pic 9(05).
       01 id-buscado pic 9(08).
       01 hilo-buscado pic 9(08).
       01 id-mayor pic 9(08).
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 usuario-buscado pic x(30).
       01 nuevo-memo.
           05 nm-padre pic 9(08).
           05 nm-hilo pic 9(08).
           05 nm-para pic x(20).
           05 nm-depto pic x(10).
           05 nm-usuario pic x(30).
           05 nm-asunto pic x(40).
           05 nm-texto pic x(180).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           ACCEPT hoy FROM DATE YYYYMMDD

           MOVE SPACES TO operador-memo
           OPEN  input SESION
           IF sesion-status = "00" then
              READ SESION
              AT END
                 CONTINUE
              NOT AT END
                 move linea-sesion to operador-memo
              END-READ
              CLOSE SESION
           END-IF
           IF operador-memo = SPACES then
              ACCEPT operador-memo FROM ENVIRONMENT "USER"
           END-IF
           CALL 'preferir' USING depto-operador pref-idioma
              pref-pagina pref-modo

           DISPLAY "Memos internos"
           DISPLAY "B- Bandeja de entrada (memos sin leer)"
           DISPLAY "L- Leer un memo"
           DISPLAY "E- Escribir un memo"
           DISPLAY "H- Ver el hilo de un memo"
           DISPLAY "C- Memos vinculados a un contacto"
           ACCEPT opcion-memo
           INSPECT opcion-memo CONVERTING "blehc" TO "BLEHC"

           IF opcion-memo = "B" then
              PERFORM LISTAR-BANDEJA
              IF cant-listados > 0 then
                 DISPLAY "Numero de memo a leer (0 = ninguno)"
                 move 0 to id-buscado
                 ACCEPT id-buscado
                 IF id-buscado NOT = 0 then
                    PERFORM LEER-MEMO
                 END-IF
              END-IF
           ELSE
           IF opcion-memo = "L" then
              DISPLAY "Numero de memo"
              move 0 to id-buscado
              ACCEPT id-buscado
              PERFORM LEER-MEMO
           ELSE
           IF opcion-memo = "E" then
              move 0 to nm-padre
              move 0 to nm-hilo
              MOVE SPACES TO nm-asunto
              PERFORM ESCRIBIR-MEMO
           ELSE
           IF opcion-memo = "H" then
              DISPLAY "Numero de cualquier memo del hilo"
              move 0 to id-buscado
              ACCEPT id-buscado
              PERFORM VER-HILO
           ELSE
           IF opcion-memo = "C" then
              PERFORM MEMOS-CONTACTO
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       VER-SI-ES-PARA-MI.
           move "N" to para-mi
           IF me-para = operador-memo then
              move "S" to para-mi
           END-IF
           IF me-para = SPACES AND depto-operador NOT = SPACES AND
              me-depto = depto-operador then
              move "S" to para-mi
           END-IF
           IF me-fue-escalado AND me-escalado-a = operador-memo then
              move "S" to para-mi
           END-IF.

       LISTAR-BANDEJA.
           move 0 to cant-listados
           OPEN  input MEMOS
           IF memos-status NOT = "00" then
              DISPLAY "No hay memos."
           ELSE
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ MEMOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 PERFORM VER-SI-ES-PARA-MI
                 IF para-mi = "S" AND me-sin-leer then
                    add 1 to cant-listados
                    IF cant-listados = 1 then
                       DISPLAY "Numero   Fecha    De                   "
                          "Asunto"
                    END-IF
                    IF me-fue-escalado then
                       DISPLAY me-id " " me-fecha " " me-de " "
                          me-asunto " (escalado)"
                    ELSE
                       DISPLAY me-id " " me-fecha " " me-de " "
                          me-asunto
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE MEMOS
              DISPLAY cant-listados " memo(s) sin leer."
           END-IF.

       LEER-MEMO.
           MOVE "N" TO respuesta
           OPEN  i-o MEMOS
           IF memos-status NOT = "00" then
              DISPLAY "No hay memos."
           ELSE
              move id-buscado to me-id
              READ MEMOS KEY IS me-id
              INVALID KEY
                 DISPLAY "No existe ese memo."
              NOT INVALID KEY
                 PERFORM MOSTRAR-MEMO
                 PERFORM VER-SI-ES-PARA-MI
                 IF para-mi = "S" AND me-sin-leer then
                    move "S" to me-leido
                    move hoy to me-fecha-leido
                    move operador-memo to me-leido-por
                    REWRITE reg-memo
                 END-IF
                 IF para-mi = "S" OR me-de = operador-memo then
                    DISPLAY "Responder? (S/N)"
                    ACCEPT respuesta
                    INSPECT respuesta CONVERTING "s" TO "S"
                    IF respuesta = "S" then
                       PERFORM PREPARAR-RESPUESTA
                    END-IF
                 END-IF
              END-READ
              CLOSE MEMOS
              IF respuesta = "S" then
                 PERFORM ESCRIBIR-MEMO
              END-IF
           END-IF.

       MOSTRAR-MEMO.
           DISPLAY "Memo.....: " me-id " del " me-fecha
           DISPLAY "De.......: " me-de
           IF me-para NOT = SPACES then
              DISPLAY "Para.....: " me-para
           ELSE
              DISPLAY "Para.....: departamento " me-depto
           END-IF
           IF me-usuario NOT = SPACES then
              DISPLAY "Contacto.: " me-usuario
           END-IF
           IF me-padre NOT = 0 then
              DISPLAY "En respuesta al memo " me-padre
           END-IF
           DISPLAY "Asunto...: " me-asunto
           DISPLAY me-texto(1:60)
           IF me-texto(61:60) NOT = SPACES then
              DISPLAY me-texto(61:60)
           END-IF
           IF me-texto(121:60) NOT = SPACES then
              DISPLAY me-texto(121:60)
           END-IF
           IF me-ya-leido then
              DISPLAY "Leido por " me-leido-por " el " me-fecha-leido
           END-IF
           IF me-fue-escalado then
              DISPLAY "Escalado a " me-escalado-a " el " me-fecha-esc
           END-IF.

       PREPARAR-RESPUESTA.
           move me-id to nm-padre
           IF me-hilo = 0 then
              move me-id to nm-hilo
           ELSE
              move me-hilo to nm-hilo
           END-IF
           move me-usuario to nm-usuario
           MOVE SPACES TO nm-asunto
           STRING "RE: " DELIMITED BY SIZE
              me-asunto DELIMITED BY SIZE
              INTO nm-asunto
           IF me-de = operador-memo then
              move me-para to nm-para
              move me-depto to nm-depto
           ELSE
              move me-de to nm-para
              MOVE SPACES TO nm-depto
           END-IF.

       ESCRIBIR-MEMO.
           move "S" to datos-ok
           IF nm-padre = 0 then
              DISPLAY "Para (operador, blanco = a un departamento)"
              MOVE SPACES TO nm-para
              ACCEPT nm-para
              MOVE SPACES TO nm-depto
              IF nm-para = SPACES then
                 DISPLAY "Departamento destino"
                 ACCEPT nm-depto
                 PERFORM VALIDAR-DEPTO
              END-IF
              IF datos-ok = "S" then
                 DISPLAY "Contacto vinculado (usuario, blanco = "
                    "ninguno)"
                 MOVE SPACES TO nm-usuario
                 ACCEPT nm-usuario
                 IF nm-usuario NOT = SPACES then
                    PERFORM VALIDAR-CONTACTO
                 END-IF
              END-IF
              IF datos-ok = "S" then
                 DISPLAY "Asunto"
                 ACCEPT nm-asunto
              END-IF
           ELSE
              IF nm-para = SPACES then
                 DISPLAY "Respuesta al departamento " nm-depto
              ELSE
                 DISPLAY "Respuesta para " nm-para
              END-IF
           END-IF
           IF datos-ok = "S" then
              DISPLAY "Texto"
              MOVE SPACES TO nm-texto
              ACCEPT nm-texto
              IF nm-asunto = SPACES OR nm-texto = SPACES then
                 DISPLAY "Faltan el asunto o el texto, el memo no se "
                    "envio."
              ELSE
              IF nm-para = SPACES AND nm-depto = SPACES then
                 DISPLAY "Falta el destinatario, el memo no se envio."
              ELSE
                 PERFORM GRABAR-MEMO
              END-IF
              END-IF
           END-IF.

       VALIDAR-DEPTO.
           move "N" to datos-ok
           OPEN  input MAESTRO
           IF maestro-status = "00" then
              move nm-depto to dm-depto
              READ MAESTRO KEY IS dm-depto
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "S" to datos-ok
              END-READ
              CLOSE MAESTRO
           END-IF
           IF datos-ok = "N" then
              DISPLAY "El departamento no existe en el maestro."
           END-IF.

       VALIDAR-CONTACTO.
           move "N" to datos-ok
           OPEN  input CONTACTOS
           IF status-contactos = "00" then
              move nm-usuario to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "S" to datos-ok
              END-READ
              CLOSE CONTACTOS
           END-IF
           IF datos-ok = "N" then
              DISPLAY "Ese contacto no existe."
           END-IF.

       GRABAR-MEMO.
           move 0 to id-mayor
           OPEN  i-o MEMOS
           IF memos-status = "35" then
              OPEN  output MEMOS
              CLOSE MEMOS
              OPEN  i-o MEMOS
           END-IF
           move "N" to FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ MEMOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF me-id > id-mayor then
                 move me-id to id-mayor
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           move "MEMO" to nombre-contador
           move id-mayor to minimo-contador
           CALL 'contador' USING nombre-contador
              minimo-contador valor-contador
           IF valor-contador = 0 then
              DISPLAY "No se pudo obtener un numero: la agenda esta "
                 "bloqueada, intente mas tarde."
           ELSE
              ACCEPT ahora FROM TIME
              MOVE SPACES TO reg-memo
              move valor-contador to me-id
              move nm-padre to me-padre
              move nm-hilo to me-hilo
              IF me-hilo = 0 then
                 move me-id to me-hilo
              END-IF
              move hoy to me-fecha
              move ahora to me-hora
              move operador-memo to me-de
              move nm-para to me-para
              move nm-depto to me-depto
              move nm-usuario to me-usuario
              move nm-asunto to me-asunto
              move nm-texto to me-texto
              move "N" to me-leido
              move 0 to me-fecha-leido
              move "N" to me-escalado
              move 0 to me-fecha-esc
              WRITE reg-memo
                 INVALID KEY
                    DISPLAY "No se pudo grabar el memo."
                 NOT INVALID KEY
                    DISPLAY "Memo " me-id " enviado."
                    move "MEMO-ALTA" to aud-accion
                    IF me-usuario NOT = SPACES then
                       move me-usuario to aud-usuario
                    ELSE
                       MOVE SPACES TO aud-usuario
                       STRING "MEMO " DELIMITED BY SIZE
                          me-id DELIMITED BY SIZE
                          INTO aud-usuario
                    END-IF
                    CALL 'auditar' USING aud-accion aud-usuario
              END-WRITE
           END-IF
           CLOSE MEMOS.

       VER-HILO.
           move 0 to hilo-buscado
           move 0 to cant-listados
           OPEN  input MEMOS
           IF memos-status NOT = "00" then
              DISPLAY "No hay memos."
           ELSE
              move id-buscado to me-id
              READ MEMOS KEY IS me-id
              INVALID KEY
                 DISPLAY "No existe ese memo."
              NOT INVALID KEY
                 move me-hilo to hilo-buscado
              END-READ
              IF hilo-buscado NOT = 0 then
                 move hilo-buscado to me-id
                 START MEMOS KEY IS >= me-id
                    INVALID KEY
                       MOVE "S" TO FIN-ARCHIVO
                 END-START
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ MEMOS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF me-hilo = hilo-buscado then
                       add 1 to cant-listados
                       DISPLAY "------------------------------"
                       PERFORM MOSTRAR-MEMO
                    END-IF
                 END-READ
                 END-PERFORM
                 move "N" to FIN-ARCHIVO
                 DISPLAY cant-listados " memo(s) en el hilo "
                    hilo-buscado
              END-IF
              CLOSE MEMOS
           END-IF.

       MEMOS-CONTACTO.
           DISPLAY "Usuario del contacto"
           MOVE SPACES TO usuario-buscado
           ACCEPT usuario-buscado
           move "N" to alguno
           OPEN  input MEMOS
           IF memos-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ MEMOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF me-usuario = usuario-buscado then
                    move "S" to alguno
                    DISPLAY me-id " " me-fecha " " me-de " "
                       me-asunto
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE MEMOS
           END-IF
           IF alguno = "N" then
              DISPLAY "No hay memos vinculados a ese contacto."
           END-IF.
