       IDENTIFICATION DIVISION.
       PROGRAM-ID. hogar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HOGARES ASSIGN TO "hogares.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ho-usuario
           ALTERNATE RECORD KEY IS ho-id WITH DUPLICATES
           FILE STATUS IS hogares-status.

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

       FD  HOGARES.
       COPY "hogar.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 hogares-status pic x(2).
       01 status-contactos pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-hog pic x(1).
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 id-pedido pic 9(06).
       01 usuario-pedido pic x(30).
       01 jefe-pedido pic x(30).
       01 apellido-pedido pic x(20).
       01 jefe-nom pic x(20).
       01 jefe-ap pic x(20).
       01 respuesta pic x(1).
       01 id-actual pic 9(06).
       01 cant-pendientes pic 9(05).
       01 cant-integrantes pic 9(02).
       01 tabla-integrantes.
           05 integrante OCCURS 50 TIMES.
              10 in-usuario pic x(30).
              10 in-estado pic x(01).
              10 in-jefe pic x(01).
              10 in-separar pic x(01).
       01 indice-in pic 9(02).
       01 pos-in pic 9(02).
       01 cant-separar pic 9(02).
       01 cant-quedan pic 9(02).
       01 id-mayor pic 9(06).
       01 id-nuevo pic 9(06).
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
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

           DISPLAY "Hogares (contactos que comparten domicilio)"
           DISPLAY "G- Proponer hogares a partir de las direcciones"
           DISPLAY "L- Listar los hogares"
           DISPLAY "C- Confirmar un hogar y designar al jefe"
           DISPLAY "S- Separar integrantes de un hogar"
           DISPLAY "V- Ver el hogar de un contacto"
           ACCEPT opcion-hog
           INSPECT opcion-hog CONVERTING "glcsv" TO "GLCSV"

           IF opcion-hog = "G" then
              CALL 'hogares' USING parm-modo parm-depto reg-retorno
           ELSE
           IF opcion-hog = "L" then
              PERFORM LISTAR-HOGARES
           ELSE
           IF opcion-hog = "C" then
              PERFORM CONFIRMAR-HOGAR
           ELSE
           IF opcion-hog = "S" then
              PERFORM SEPARAR-INTEGRANTES
           ELSE
           IF opcion-hog = "V" then
              PERFORM VER-HOGAR
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       LISTAR-HOGARES.
           OPEN  input HOGARES
           IF hogares-status NOT = "00" then
              DISPLAY "Todavia no se propusieron hogares."
           ELSE
              move 0 to cant-pendientes
              move 0 to id-actual
              move 1 to ho-id
              move "N" to FIN-ARCHIVO
              START HOGARES KEY IS >= ho-id
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ HOGARES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF ho-id NOT = id-actual then
                    move ho-id to id-actual
                    DISPLAY " "
                    DISPLAY "Hogar " ho-id " - " ho-apellido " - "
                       ho-calle " " ho-cp
                 END-IF
                 IF ho-estado = "P" then
                    add 1 to cant-pendientes
                    DISPLAY "   " ho-usuario " pendiente"
                 ELSE
                 IF ho-jefe = "S" then
                    DISPLAY "   " ho-usuario " confirmado (jefe)"
                 ELSE
                    DISPLAY "   " ho-usuario " confirmado"
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE HOGARES
              DISPLAY " "
              DISPLAY cant-pendientes
                 " integrante(s) pendientes de confirmar."
           END-IF
           move "N" to FIN-ARCHIVO.

       CARGAR-INTEGRANTES.
           move 0 to cant-integrantes
           MOVE SPACES TO apellido-pedido
           move id-pedido to ho-id
           move "N" to FIN-ARCHIVO
           START HOGARES KEY IS >= ho-id
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ HOGARES NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF ho-id NOT = id-pedido then
                 MOVE "S" TO FIN-ARCHIVO
              ELSE
              IF cant-integrantes < 50 then
                 add 1 to cant-integrantes
                 move ho-usuario to in-usuario(cant-integrantes)
                 move ho-estado to in-estado(cant-integrantes)
                 move ho-jefe to in-jefe(cant-integrantes)
                 move "N" to in-separar(cant-integrantes)
                 IF apellido-pedido = SPACES then
                    move ho-apellido to apellido-pedido
                 END-IF
                 DISPLAY "   " ho-usuario " " ho-estado " " ho-jefe
              END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO.

       BUSCAR-INTEGRANTE.
           move 0 to pos-in
           PERFORM VARYING indice-in FROM 1 BY 1
              UNTIL indice-in > cant-integrantes OR pos-in NOT = 0
              IF in-usuario(indice-in) = usuario-pedido then
                 move indice-in to pos-in
              END-IF
           END-PERFORM.

       CONFIRMAR-HOGAR.
           OPEN  i-o HOGARES
           IF hogares-status NOT = "00" then
              DISPLAY "Todavia no se propusieron hogares."
           ELSE
              DISPLAY "Numero de hogar"
              move 0 to id-pedido
              ACCEPT id-pedido
              DISPLAY "Integrantes (usuario, estado, jefe):"
              PERFORM CARGAR-INTEGRANTES
              IF id-pedido = 0 OR cant-integrantes = 0 then
                 DISPLAY "No existe ese hogar."
              ELSE
                 DISPLAY "Usuario del jefe de hogar (blanco = sin "
                    "jefe, se dirige a la familia)"
                 MOVE SPACES TO jefe-pedido
                 ACCEPT jefe-pedido
                 move jefe-pedido to usuario-pedido
                 PERFORM BUSCAR-INTEGRANTE
                 IF jefe-pedido NOT = SPACES AND pos-in = 0 then
                    DISPLAY "Ese contacto no integra el hogar."
                 ELSE
                    PERFORM GUARDAR-CONFIRMACION
                 END-IF
              END-IF
              CLOSE HOGARES
           END-IF.

       GUARDAR-CONFIRMACION.
           MOVE SPACES TO jefe-nom
           MOVE SPACES TO jefe-ap
           IF jefe-pedido NOT = SPACES then
              OPEN  input CONTACTOS
              IF status-contactos = "00" then
                 move jefe-pedido to usuario
                 READ CONTACTOS KEY IS usuario
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move nom to jefe-nom
                    move ap to jefe-ap
                 END-READ
                 CLOSE CONTACTOS
              END-IF
              IF jefe-ap NOT = SPACES then
                 move jefe-ap to apellido-pedido
              END-IF
           END-IF
           DISPLAY "Apellido de la familia (blanco = "
              apellido-pedido ")"
           MOVE SPACES TO ho-apellido
           ACCEPT ho-apellido
           IF ho-apellido NOT = SPACES then
              move ho-apellido to apellido-pedido
           END-IF
           PERFORM VARYING indice-in FROM 1 BY 1
              UNTIL indice-in > cant-integrantes
              move in-usuario(indice-in) to ho-usuario
              READ HOGARES KEY IS ho-usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "C" to ho-estado
                 IF ho-usuario = jefe-pedido then
                    move "S" to ho-jefe
                 ELSE
                    move "N" to ho-jefe
                 END-IF
                 move apellido-pedido to ho-apellido
                 move jefe-nom to ho-jefe-nom
                 move jefe-ap to ho-jefe-ap
                 move hoy to ho-fecha
                 move operador-actual to ho-operador
                 REWRITE reg-hogar
              END-READ
           END-PERFORM
           move "HOG-CONF" to aud-accion
           MOVE SPACES TO aud-usuario
           STRING "hogar " DELIMITED BY SIZE
              id-pedido DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              jefe-pedido DELIMITED BY SIZE
              INTO aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario
           DISPLAY "Hogar " id-pedido " confirmado con "
              cant-integrantes " integrante(s).".

       SEPARAR-INTEGRANTES.
           OPEN  i-o HOGARES
           IF hogares-status NOT = "00" then
              DISPLAY "Todavia no se propusieron hogares."
           ELSE
              DISPLAY "Numero de hogar"
              move 0 to id-pedido
              ACCEPT id-pedido
              DISPLAY "Integrantes (usuario, estado, jefe):"
              PERFORM CARGAR-INTEGRANTES
              IF id-pedido = 0 OR cant-integrantes = 0 then
                 DISPLAY "No existe ese hogar."
              ELSE
                 move 0 to cant-separar
                 move "S" to respuesta
                 PERFORM UNTIL respuesta = "N"
                    DISPLAY "Usuario a separar (blanco = terminar)"
                    MOVE SPACES TO usuario-pedido
                    ACCEPT usuario-pedido
                    IF usuario-pedido = SPACES then
                       move "N" to respuesta
                    ELSE
                       PERFORM BUSCAR-INTEGRANTE
                       IF pos-in = 0 then
                          DISPLAY "Ese contacto no integra el hogar."
                       ELSE
                       IF in-separar(pos-in) = "N" then
                          move "S" to in-separar(pos-in)
                          add 1 to cant-separar
                       END-IF
                       END-IF
                    END-IF
                 END-PERFORM
                 IF cant-separar > 0 then
                    PERFORM GUARDAR-SEPARACION
                 END-IF
              END-IF
              CLOSE HOGARES
           END-IF.

       GUARDAR-SEPARACION.
           move 0 to id-nuevo
           IF cant-separar > 1 then
              DISPLAY "Proponer a los separados como un hogar "
                 "aparte? (S/N)"
              MOVE SPACES TO respuesta
              ACCEPT respuesta
              IF respuesta = "S" OR respuesta = "s" then
                 PERFORM NUMERAR-HOGAR
              END-IF
           END-IF
           compute cant-quedan = cant-integrantes - cant-separar
           PERFORM VARYING indice-in FROM 1 BY 1
              UNTIL indice-in > cant-integrantes
              move in-usuario(indice-in) to ho-usuario
              READ HOGARES KEY IS ho-usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF in-separar(indice-in) = "S" then
                    move "N" to ho-jefe
                    MOVE SPACES TO ho-jefe-nom
                    MOVE SPACES TO ho-jefe-ap
                    IF id-nuevo NOT = 0 then
                       move id-nuevo to ho-id
                       move "P" to ho-estado
                    ELSE
                       move 0 to ho-id
                       move "I" to ho-estado
                    END-IF
                 ELSE
                    IF cant-quedan < 2 then
                       move 0 to ho-id
                       move "I" to ho-estado
                       move "N" to ho-jefe
                       MOVE SPACES TO ho-jefe-nom
                       MOVE SPACES TO ho-jefe-ap
                    END-IF
                    PERFORM VARYING pos-in FROM 1 BY 1
                       UNTIL pos-in > cant-integrantes
                       IF in-separar(pos-in) = "S" AND
                          in-jefe(pos-in) = "S" then
                          MOVE SPACES TO ho-jefe-nom
                          MOVE SPACES TO ho-jefe-ap
                       END-IF
                    END-PERFORM
                 END-IF
                 move hoy to ho-fecha
                 move operador-actual to ho-operador
                 REWRITE reg-hogar
              END-READ
           END-PERFORM
           move "HOG-SEP" to aud-accion
           MOVE SPACES TO aud-usuario
           STRING "hogar " DELIMITED BY SIZE
              id-pedido DELIMITED BY SIZE
              " separados " DELIMITED BY SIZE
              cant-separar DELIMITED BY SIZE
              INTO aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario
           IF id-nuevo NOT = 0 then
              DISPLAY "Separados como hogar propuesto " id-nuevo "."
           ELSE
              DISPLAY cant-separar " integrante(s) separados; no "
                 "se volveran a proponer mientras no cambie su "
                 "domicilio."
           END-IF.

       NUMERAR-HOGAR.
           move 0 to id-mayor
           move "N" to FIN-ARCHIVO
           MOVE LOW-VALUES TO ho-usuario
           START HOGARES KEY IS >= ho-usuario
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ HOGARES NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF ho-id > id-mayor then
                 move ho-id to id-mayor
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           move "HOGAR" to nombre-contador
           move id-mayor to minimo-contador
           CALL 'contador' USING nombre-contador
              minimo-contador valor-contador
           IF valor-contador = 0 then
              compute id-nuevo = id-mayor + 1
           ELSE
              move valor-contador to id-nuevo
           END-IF.

       VER-HOGAR.
           OPEN  input HOGARES
           IF hogares-status NOT = "00" then
              DISPLAY "Todavia no se propusieron hogares."
           ELSE
              DISPLAY "Usuario del contacto"
              MOVE SPACES TO usuario-pedido
              ACCEPT usuario-pedido
              move usuario-pedido to ho-usuario
              READ HOGARES KEY IS ho-usuario
              INVALID KEY
                 DISPLAY "Ese contacto no integra ningun hogar."
              NOT INVALID KEY
                 IF ho-estado = "I" then
                    DISPLAY "Separado de su hogar el " ho-fecha
                       " por " ho-operador
                 ELSE
                    DISPLAY "Hogar " ho-id " (" ho-estado ") "
                       ho-calle " " ho-ciudad " " ho-cp
                    IF ho-estado = "C" then
                       IF ho-jefe-nom NOT = SPACES then
                          DISPLAY "Se dirige a " ho-jefe-nom " "
                             ho-jefe-ap
                       ELSE
                          DISPLAY "Se dirige a Familia "
                             ho-apellido
                       END-IF
                    END-IF
                    move ho-id to id-pedido
                    DISPLAY "Integrantes (usuario, estado, jefe):"
                    PERFORM CARGAR-INTEGRANTES
                 END-IF
              END-READ
              CLOSE HOGARES
           END-IF.
