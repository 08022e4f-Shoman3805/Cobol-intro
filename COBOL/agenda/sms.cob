       IDENTIFICATION DIVISION.
       PROGRAM-ID. sms.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLANTILLAS ASSIGN TO "sms_plantillas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sp-codigo
           FILE STATUS IS plantillas-status.

           SELECT SMSLOG ASSIGN TO "sms_enviados.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS se-clave
           ALTERNATE RECORD KEY IS se-id
           FILE STATUS IS smslog-status.

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT GRUPOS ASSIGN TO "grupos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS g-clave
           FILE STATUS IS grupos-status.

           SELECT SALIDA ASSIGN TO "sms_salida.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCLUIDOS ASSIGN TO "sms_excluidos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACUSES ASSIGN TO "sms_acuses.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS acuses-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  PLANTILLAS.
       01  reg-plantilla-sms.
           05 sp-codigo pic x(08).
           05 sp-texto pic x(160).

       FD  SMSLOG.
       COPY "smslog.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  GRUPOS.
       01  reg-grupo.
           05 g-clave.
              10 g-usuario pic x(30).
              10 g-grupo pic x(10).

       FD  SALIDA.
       01  linea-salida pic x(200).

       FD  EXCLUIDOS.
       01  linea-excluido pic x(80).

       FD  ACUSES.
       01  linea-acuse.
           05 ac-id pic 9(08).
           05 filler pic x(01).
           05 ac-estado pic x(01).
           05 filler pic x(01).
           05 ac-fecha pic 9(08).
           05 filler pic x(01).
           05 ac-motivo pic x(20).

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 plantillas-status pic x(2).
       01 smslog-status pic x(2).
       01 status-contactos pic x(2).
       01 grupos-status pic x(2).
       01 acuses-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-sms pic x(1).
       01 alguno pic x(1).
       01 hoy pic 9(08).
       01 ahora-hora pic 9(08).
       01 operador-actual pic x(20).
       01 codigo-pedido pic x(08).
       01 tipo-filtro pic x(1).
       01 filtro-valor pic x(30).
       01 usa-grupos pic x(1) value "N".
       01 en-grupo pic x(1).
       01 texto-plantilla pic x(170).
       01 out-texto pic x(160).
       01 pos-src pic 9(03).
       01 pos-out pic 9(03).
       01 valor-campo pic x(30).
       01 valor-len pic 9(02).
       01 salto pic 9(02).
       01 texto-cortado pic x(1).
       01 texto-len pic 9(03).
       01 cant-enviados pic 9(05).
       01 cant-excluidos pic 9(05).
       01 cant-cortados pic 9(05).
       01 cant-acuses pic 9(05).
       01 cant-entregados pic 9(05).
       01 cant-fallidos pic 9(05).
       01 cant-sinmatch pic 9(05).
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 motivo-exclusion pic x(20).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).

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

           DISPLAY "Mensajes de texto (SMS)"
           DISPLAY "P- Definir una plantilla de SMS"
           DISPLAY "V- Ver las plantillas"
           DISPLAY "E- Armar el archivo de envio para el gateway"
           DISPLAY "A- Procesar los acuses de entrega"
           DISPLAY "H- Historial de SMS de un contacto"
           ACCEPT opcion-sms
           INSPECT opcion-sms CONVERTING "pveah" TO "PVEAH"

           IF opcion-sms = "P" then
              PERFORM DEFINIR-PLANTILLA
           ELSE
           IF opcion-sms = "V" then
              PERFORM LISTAR-PLANTILLAS
           ELSE
           IF opcion-sms = "E" then
              PERFORM ARMAR-ENVIO
           ELSE
           IF opcion-sms = "A" then
              PERFORM PROCESAR-ACUSES
           ELSE
           IF opcion-sms = "H" then
              PERFORM HISTORIAL-CONTACTO
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       DEFINIR-PLANTILLA.
           OPEN  i-o PLANTILLAS
           IF plantillas-status = "35" then
              OPEN  output PLANTILLAS
              CLOSE PLANTILLAS
              OPEN  i-o PLANTILLAS
           END-IF
           DISPLAY "Codigo de la plantilla"
           MOVE SPACES TO codigo-pedido
           ACCEPT codigo-pedido
           INSPECT codigo-pedido CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF codigo-pedido = SPACES then
              DISPLAY "Codigo invalido."
           ELSE
              move codigo-pedido to sp-codigo
              READ PLANTILLAS KEY IS sp-codigo
              INVALID KEY
                 MOVE SPACES TO sp-texto
              NOT INVALID KEY
                 DISPLAY "Texto actual: " sp-texto
              END-READ
              DISPLAY "Texto (hasta 160 caracteres; &NOMBRE "
                 "&APELLIDO &USUARIO &EMPRESA)"
              MOVE SPACES TO texto-plantilla
              ACCEPT texto-plantilla
              IF texto-plantilla = SPACES then
                 DISPLAY "Texto vacio, sin cambios."
              ELSE
                 move codigo-pedido to sp-codigo
                 move texto-plantilla to sp-texto
                 WRITE reg-plantilla-sms
                    INVALID KEY
                       REWRITE reg-plantilla-sms
                 END-WRITE
                 move "SMS-PLANT" to aud-accion
                 move codigo-pedido to aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
                 DISPLAY "Plantilla " codigo-pedido " guardada."
              END-IF
           END-IF
           CLOSE PLANTILLAS.

       LISTAR-PLANTILLAS.
           OPEN  input PLANTILLAS
           IF plantillas-status NOT = "00" then
              DISPLAY "No hay plantillas de SMS definidas todavia."
           ELSE
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PLANTILLAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 DISPLAY sp-codigo ": " sp-texto(1:60)
                 IF sp-texto(61:100) NOT = SPACES then
                    DISPLAY "          " sp-texto(61:60)
                 END-IF
                 IF sp-texto(121:40) NOT = SPACES then
                    DISPLAY "          " sp-texto(121:40)
                 END-IF
              END-READ
              END-PERFORM
              CLOSE PLANTILLAS
           END-IF
           move "N" to FIN-ARCHIVO.

       ARMAR-ENVIO.
           OPEN  input PLANTILLAS
           IF plantillas-status NOT = "00" then
              DISPLAY "No hay plantillas de SMS definidas todavia."
           ELSE
              DISPLAY "Codigo de la plantilla"
              MOVE SPACES TO codigo-pedido
              ACCEPT codigo-pedido
              INSPECT codigo-pedido CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              move codigo-pedido to sp-codigo
              READ PLANTILLAS KEY IS sp-codigo
              INVALID KEY
                 MOVE SPACES TO codigo-pedido
                 DISPLAY "No existe esa plantilla."
              NOT INVALID KEY
                 move sp-texto to texto-plantilla
              END-READ
              CLOSE PLANTILLAS
              IF codigo-pedido NOT = SPACES then
                 PERFORM ELEGIR-DESTINATARIOS
              END-IF
           END-IF.

       ELEGIR-DESTINATARIOS.
           DISPLAY "Destinatarios: C-Categoria  G-Grupo  U-Un "
              "contacto  T-Todos"
           ACCEPT tipo-filtro
           INSPECT tipo-filtro CONVERTING "cgut" TO "CGUT"
           MOVE SPACES TO filtro-valor
           IF tipo-filtro NOT = "T" then
              DISPLAY "Valor del filtro"
              ACCEPT filtro-valor
           END-IF
           move "N" to usa-grupos
           IF tipo-filtro = "G" then
              OPEN  input GRUPOS
              IF grupos-status = "00" then
                 move "S" to usa-grupos
              END-IF
           END-IF
           IF tipo-filtro = "G" AND usa-grupos = "N" then
              DISPLAY "No hay grupos definidos todavia."
           ELSE
           IF tipo-filtro NOT = "C" AND tipo-filtro NOT = "G" AND
              tipo-filtro NOT = "U" AND tipo-filtro NOT = "T" then
              DISPLAY "Opcion invalida."
           ELSE
              OPEN  input CONTACTOS
              IF status-contactos NOT = "00" then
                 DISPLAY "No se pudo abrir la agenda de contactos."
              ELSE
                 OPEN  i-o SMSLOG
                 IF smslog-status = "35" then
                    OPEN  output SMSLOG
                    CLOSE SMSLOG
                    OPEN  i-o SMSLOG
                 END-IF
                 OPEN  output SALIDA
                 OPEN  output EXCLUIDOS
                 MOVE SPACES TO linea-excluido
                 STRING "CONTACTOS EXCLUIDOS DEL ENVIO SMS "
                    DELIMITED BY SIZE
                    codigo-pedido DELIMITED BY SPACE
                    " DEL " DELIMITED BY SIZE
                    hoy DELIMITED BY SIZE
                    INTO linea-excluido
                 write linea-excluido
                 move 0 to cant-enviados
                 move 0 to cant-excluidos
                 move 0 to cant-cortados
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ CONTACTOS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF usuario NOT = "##VERSION##" AND
                       activo NOT = "N" then
                       PERFORM EVALUAR-DESTINATARIO
                    END-IF
                 END-READ
                 END-PERFORM
                 move "N" to FIN-ARCHIVO
                 IF cant-excluidos = 0 then
                    MOVE "(ninguno)" TO linea-excluido
                    write linea-excluido
                 END-IF
                 CLOSE EXCLUIDOS
                 CLOSE SALIDA
                 CLOSE SMSLOG
                 CLOSE CONTACTOS
                 DISPLAY cant-enviados " SMS en sms_salida.txt, "
                    cant-excluidos " contacto(s) excluidos (ver "
                    "sms_excluidos.txt)."
                 IF cant-cortados > 0 then
                    DISPLAY cant-cortados " mensaje(s) recortados a "
                       "160 caracteres."
                 END-IF
                 move "SMS-ENVIO" to aud-accion
                 MOVE SPACES TO aud-usuario
                 STRING codigo-pedido DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    cant-enviados DELIMITED BY SIZE
                    INTO aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
                 IF cant-excluidos > 0 then
                    move "A" to ret-estado
                    move "contactos excluidos del envio SMS"
                       to ret-motivo
                 END-IF
              END-IF
           END-IF
           END-IF
           IF usa-grupos = "S" then
              CLOSE GRUPOS
           END-IF.

       EVALUAR-DESTINATARIO.
           move "N" to en-grupo
           IF tipo-filtro = "T" then
              move "S" to en-grupo
           END-IF
           IF tipo-filtro = "C" AND categoria = filtro-valor then
              move "S" to en-grupo
           END-IF
           IF tipo-filtro = "U" AND usuario = filtro-valor then
              move "S" to en-grupo
           END-IF
           IF usa-grupos = "S" then
              move usuario to g-usuario
              move filtro-valor to g-grupo
              READ GRUPOS KEY IS g-clave
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "S" to en-grupo
              END-READ
           END-IF
           IF en-grupo = "S" then
              MOVE SPACES TO motivo-exclusion
              IF cons-tel NOT = "S" then
                 move "sin consentimiento" to motivo-exclusion
              ELSE
              IF num = 0 then
                 move "sin numero" to motivo-exclusion
              END-IF
              END-IF
              IF motivo-exclusion NOT = SPACES then
                 add 1 to cant-excluidos
                 MOVE SPACES TO linea-excluido
                 STRING usuario DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    motivo-exclusion DELIMITED BY SIZE
                    INTO linea-excluido
                 write linea-excluido
              ELSE
                 PERFORM GRABAR-SMS
              END-IF
           END-IF.

       GRABAR-SMS.
           move "SMS" to nombre-contador
           move 0 to minimo-contador
           CALL 'contador' USING nombre-contador
              minimo-contador valor-contador
           IF valor-contador = 0 then
              DISPLAY "No se pudo numerar el SMS para " usuario
              add 1 to cant-excluidos
              MOVE SPACES TO linea-excluido
              STRING usuario DELIMITED BY SIZE
                 " sin numero de mensaje" DELIMITED BY SIZE
                 INTO linea-excluido
              write linea-excluido
           ELSE
              PERFORM SUSTITUIR-TEXTO
              IF texto-cortado = "S" then
                 add 1 to cant-cortados
              END-IF
              MOVE SPACES TO reg-sms
              move usuario to se-usuario
              move valor-contador to se-id
              move hoy to se-fecha
              ACCEPT ahora-hora FROM TIME
              move ahora-hora to se-hora
              move codigo-pedido to se-plantilla
              move num to se-numero
              move out-texto to se-texto
              move "E" to se-estado
              move 0 to se-fecha-estado
              move operador-actual to se-operador
              WRITE reg-sms
                 INVALID KEY
                    CONTINUE
              END-WRITE
              move 160 to texto-len
              PERFORM VARYING texto-len FROM 160 BY -1 UNTIL
                 texto-len = 1 OR out-texto(texto-len:1) NOT = SPACE
              END-PERFORM
              MOVE SPACES TO linea-salida
              STRING se-id DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 se-numero DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 out-texto(1:texto-len) DELIMITED BY SIZE
                 INTO linea-salida
              write linea-salida
              add 1 to cant-enviados
           END-IF.

       SUSTITUIR-TEXTO.
           MOVE SPACES TO out-texto
           move "N" to texto-cortado
           move 1 to pos-out
           PERFORM VARYING pos-src FROM 1 BY 1 UNTIL pos-src > 160
              move 0 to salto
              IF texto-plantilla(pos-src:1) = "&" then
                 IF texto-plantilla(pos-src:7) = "&NOMBRE" then
                    move nom to valor-campo
                    move 7 to salto
                 END-IF
                 IF texto-plantilla(pos-src:9) = "&APELLIDO" then
                    move ap to valor-campo
                    move 9 to salto
                 END-IF
                 IF texto-plantilla(pos-src:8) = "&USUARIO" then
                    move usuario to valor-campo
                    move 8 to salto
                 END-IF
                 IF texto-plantilla(pos-src:8) = "&EMPRESA" then
                    move empresa to valor-campo
                    move 8 to salto
                 END-IF
              END-IF
              IF salto = 0 then
                 IF pos-out <= 160 then
                    move texto-plantilla(pos-src:1) to
                       out-texto(pos-out:1)
                    add 1 to pos-out
                 ELSE
                    IF texto-plantilla(pos-src:1) NOT = SPACE then
                       move "S" to texto-cortado
                    END-IF
                 END-IF
              ELSE
                 move 30 to valor-len
                 PERFORM VARYING valor-len FROM 30 BY -1 UNTIL
                    valor-len = 0 OR
                    valor-campo(valor-len:1) NOT = SPACE
                 END-PERFORM
                 IF valor-len > 0 then
                    IF pos-out + valor-len - 1 <= 160 then
                       move valor-campo(1:valor-len) to
                          out-texto(pos-out:valor-len)
                       add valor-len to pos-out
                    ELSE
                       move "S" to texto-cortado
                       move 161 to pos-out
                    END-IF
                 END-IF
                 compute pos-src = pos-src + salto - 1
              END-IF
           END-PERFORM.

       PROCESAR-ACUSES.
           OPEN  input ACUSES
           IF acuses-status NOT = "00" then
              DISPLAY "No hay sms_acuses.txt para procesar."
              move "A" to ret-estado
              move "sms_acuses.txt no disponible" to ret-motivo
           ELSE
              OPEN  i-o SMSLOG
              IF smslog-status NOT = "00" then
                 DISPLAY "Todavia no se envio ningun SMS."
              ELSE
                 move 0 to cant-acuses
                 move 0 to cant-entregados
                 move 0 to cant-fallidos
                 move 0 to cant-sinmatch
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ ACUSES
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF ac-id IS NUMERIC AND ac-id NOT = 0 then
                       add 1 to cant-acuses
                       PERFORM MARCAR-ACUSE
                    END-IF
                 END-READ
                 END-PERFORM
                 move "N" to FIN-ARCHIVO
                 CLOSE SMSLOG
                 display "Acuses leidos.......: " cant-acuses
                 display "Entregados..........: " cant-entregados
                 display "Fallidos............: " cant-fallidos
                 display "Sin mensaje asociado: " cant-sinmatch
                 IF cant-sinmatch > 0 then
                    move "A" to ret-estado
                    move "acuses SMS sin mensaje asociado"
                       to ret-motivo
                 END-IF
              END-IF
              CLOSE ACUSES
           END-IF.

       MARCAR-ACUSE.
           move ac-id to se-id
           READ SMSLOG KEY IS se-id
           INVALID KEY
              add 1 to cant-sinmatch
              DISPLAY "Sin mensaje para el acuse " ac-id
           NOT INVALID KEY
              IF ac-estado = "D" OR ac-estado = "d" then
                 move "D" to se-estado
                 add 1 to cant-entregados
              ELSE
                 move "F" to se-estado
                 add 1 to cant-fallidos
              END-IF
              IF ac-fecha IS NUMERIC AND ac-fecha NOT = 0 then
                 move ac-fecha to se-fecha-estado
              ELSE
                 move hoy to se-fecha-estado
              END-IF
              move ac-motivo to se-motivo
              REWRITE reg-sms
           END-READ.

       HISTORIAL-CONTACTO.
           OPEN  input SMSLOG
           IF smslog-status NOT = "00" then
              DISPLAY "Todavia no se envio ningun SMS."
           ELSE
              DISPLAY "Usuario del contacto"
              MOVE SPACES TO filtro-valor
              ACCEPT filtro-valor
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              move filtro-valor to se-usuario
              move 0 to se-id
              START SMSLOG KEY IS >= se-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ SMSLOG NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF se-usuario NOT = filtro-valor then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                    move "S" to alguno
                    DISPLAY se-fecha " " se-id " [" se-estado "] "
                       se-plantilla " " se-texto(1:50)
                    IF se-estado = "F" then
                       DISPLAY "   fallido: " se-motivo
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              IF alguno = "N" then
                 DISPLAY "No se enviaron SMS a ese contacto."
              END-IF
              CLOSE SMSLOG
           END-IF.
