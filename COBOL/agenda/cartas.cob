       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLANTILLA ASSIGN TO NOMBRE-PLANTILLA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS plantilla-status.

           RECORD KEY IS ca-id
           FILE STATUS IS campanias-status.

           SELECT HOGARES ASSIGN TO "hogares.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ho-usuario
           ALTERNATE RECORD KEY IS ho-id WITH DUPLICATES
           FILE STATUS IS hogares-status.

           SELECT SOLICITUDES ASSIGN TO "solicitudes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sl-id
           FILE STATUS IS solicitudes-status.

           SELECT FALLECIDOS ASSIGN TO "fallecidos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fa-usuario
           FILE STATUS IS fallecidos-status.

       DATA DIVISION.
       FILE SECTION.

           05 ca-valor pic x(10).
           05 ca-enviadas pic 9(05).

       FD  HOGARES.
       COPY "hogar.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SOLICITUDES.
       COPY "solicitud.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  FALLECIDOS.
       COPY "fallecido.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 fallecidos-status pic x(2).
       01 es-fallecido pic x(1).
       01 campanias-status pic x(2).
       01 id-campania pic 9(04).
       01 nombre-contador pic x(12).
       01 salto pic 9(02).
       01 tabla-plantilla.
           05 plantilla-linea OCCURS 100 TIMES pic x(80).
       01 hogares-status pic x(2).
       01 por-hogar pic x(1) value "N".
       01 cant-por-hogar pic 9(05) value 0.
       01 nom-carta pic x(20).
       01 ap-carta pic x(20).
       01 NOMBRE-PLANTILLA pic x(40).
       01 solicitudes-status pic x(2).
       01 por-declinacion pic x(1) value "N".
       01 cant-declinadas pic 9(03) value 0.
       01 tabla-declinadas.
           05 dec-reg OCCURS 200 TIMES.
              10 dc-id pic 9(06).
              10 dc-usuario pic x(30).
              10 dc-importe pic 9(08).
              10 dc-motivo pic x(40).
              10 dc-emitida pic x(1).
       01 indice-d pic 9(03).
       01 dec-actual pic 9(03) value 0.
       01 importe-carta pic z(7)9.
       01 blancos-importe pic 9(02).
       COPY "hogtab.cpy".

       LINKAGE SECTION.
       COPY "retorno.cpy".
           move "O" to ret-estado
           move SPACES to ret-motivo

           move "plantilla.txt" to NOMBRE-PLANTILLA
           PERFORM CARGAR-PLANTILLA
           IF plantilla-status NOT = "00" then
              DISPLAY "No se encontro plantilla.txt con el texto de "
                 "la carta."
              accept FIN-ARCHIVO
              EXIT PROGRAM
           END-IF

           DISPLAY "Codigo de departamento (blanco = predeterminado)"
           MOVE SPACES TO depto-codigo
                 INTO NOMBRE-ARCHIVO
           END-IF

           DISPLAY "Filtrar por: C-Categoria  G-Grupo  T-Todos  "
              "D-Solicitudes de prestamo declinadas"
           ACCEPT tipo-filtro
           MOVE SPACES TO filtro-valor
           IF tipo-filtro = "D" OR tipo-filtro = "d" then
              move "D" to tipo-filtro
              move "S" to por-declinacion
              move "plantilla_declinacion.txt" to NOMBRE-PLANTILLA
              PERFORM CARGAR-PLANTILLA
              IF plantilla-status NOT = "00" then
                 DISPLAY "No se encontro plantilla_declinacion.txt: "
                    "se usa plantilla.txt."
              END-IF
              PERFORM CARGAR-DECLINADAS
              IF cant-declinadas = 0 then
                 DISPLAY "No hay cartas de declinacion pendientes."
                 accept FIN-ARCHIVO
                 EXIT PROGRAM
              END-IF
           END-IF
           IF tipo-filtro NOT = "T" AND tipo-filtro NOT = "t" AND
              tipo-filtro NOT = "D" then
              DISPLAY "Valor del filtro"
              ACCEPT filtro-valor
           END-IF
              END-IF
           END-IF

           MOVE SPACES TO por-hogar
           IF por-declinacion NOT = "S" then
              DISPLAY "Una sola carta por hogar? (S/N)"
              ACCEPT por-hogar
           END-IF
           move 0 to HOG-CANT
           move 0 to cant-por-hogar
           IF por-hogar = "S" OR por-hogar = "s" then
              move "S" to por-hogar
              OPEN  input HOGARES
              IF hogares-status NOT = "00" then
                 DISPLAY "No hay hogares registrados: se genera una "
                    "carta por contacto."
                 move "N" to por-hogar
              END-IF
           ELSE
              move "N" to por-hogar
           END-IF

           OPEN  input CONTACTOS
           IF status-contactos NOT = "00" then
              DISPLAY "No existe el archivo " NOMBRE-ARCHIVO
           ELSE
              OPEN  output CARTAS
              OPEN  input FALLECIDOS

              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CONTACTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 PERFORM VERIFICAR-FALLECIDO
                 IF usuario NOT = "##VERSION##" AND
                    activo NOT = "N" AND es-fallecido = "N" AND
                    (cons-carta = "S" OR por-declinacion = "S") then
                    move "N" to en-grupo
                    IF tipo-filtro = "T" OR tipo-filtro = "t" then
                       move "S" to en-grupo
                       END-READ
                    END-IF

                    move nom to nom-carta
                    move ap to ap-carta
                    IF en-grupo = "S" AND por-hogar = "S" then
                       move usuario to HOG-USUARIO
                       PERFORM UBICAR-HOGAR
                       IF HOG-NUEVO = "N" then
                          move "N" to en-grupo
                          add 1 to cant-por-hogar
                       ELSE
                       IF HOG-NOM NOT = SPACES then
                          move HOG-NOM to nom-carta
                          move HOG-AP to ap-carta
                       END-IF
                       END-IF
                    END-IF

                    IF en-grupo = "S" then
                       PERFORM EMITIR-CARTA
                    END-IF
                    IF por-declinacion = "S" then
                       PERFORM VARYING indice-d FROM 1 BY 1
                          UNTIL indice-d > cant-declinadas
                          IF dc-usuario(indice-d) = usuario then
                             move indice-d to dec-actual
                             move "S" to dc-emitida(indice-d)
                             PERFORM EMITIR-CARTA
                          END-IF
                       END-PERFORM
                       move 0 to dec-actual
                    END-IF
                 END-IF
              END-READ

              CLOSE CARTAS
              CLOSE CONTACTOS
              IF fallecidos-status = "00" then
                 CLOSE FALLECIDOS
              END-IF
              DISPLAY cant-cartas " carta(s) generadas en cartas.txt"
              IF por-hogar = "S" then
                 DISPLAY cant-por-hogar " contacto(s) ya cubiertos "
                    "por la carta de su hogar"
              END-IF
              IF por-declinacion = "S" then
                 PERFORM MARCAR-DECLINADAS
              ELSE
              IF cant-cartas > 0 then
                 PERFORM REGISTRAR-CAMPANIA
              END-IF
              END-IF
           END-IF
           IF usa-grupos = "S" then
              CLOSE GRUPOS
           END-IF
           IF por-hogar = "S" then
              CLOSE HOGARES
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       CARGAR-PLANTILLA.
           OPEN  input PLANTILLA
           IF plantilla-status = "00" then
              move 0 to cant-lineas
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PLANTILLA
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cant-lineas < 100 then
                    add 1 to cant-lineas
                    move linea-plantilla to
                       plantilla-linea(cant-lineas)
                 END-IF
              END-READ
              END-PERFORM
              CLOSE PLANTILLA
              move "N" to FIN-ARCHIVO
           END-IF.

       EMITIR-CARTA.
           add 1 to cant-cartas
           PERFORM VARYING ix FROM 1 BY 1
              UNTIL ix > cant-lineas
              move plantilla-linea(ix) to src-linea
              PERFORM SUSTITUIR-LINEA
              move out-linea to linea-carta
              write linea-carta
           END-PERFORM
           MOVE ALL "=" TO linea-carta
           write linea-carta.

       CARGAR-DECLINADAS.
           move 0 to cant-declinadas
           OPEN  input SOLICITUDES
           IF solicitudes-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ SOLICITUDES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF sl-declinada AND sl-carta-pendiente AND
                    cant-declinadas < 200 then
                    add 1 to cant-declinadas
                    move sl-id to dc-id(cant-declinadas)
                    move sl-solicitante to dc-usuario(cant-declinadas)
                    move sl-importe to dc-importe(cant-declinadas)
                    move sl-motivo to dc-motivo(cant-declinadas)
                    move "N" to dc-emitida(cant-declinadas)
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE SOLICITUDES
           END-IF.

       MARCAR-DECLINADAS.
           ACCEPT hoy FROM DATE YYYYMMDD
           OPEN  i-o SOLICITUDES
           IF solicitudes-status = "00" then
              PERFORM VARYING indice-d FROM 1 BY 1
                 UNTIL indice-d > cant-declinadas
                 IF dc-emitida(indice-d) = "S" then
                    move dc-id(indice-d) to sl-id
                    READ SOLICITUDES KEY IS sl-id
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       move "S" to sl-carta
                       move hoy to sl-fecha-carta
                       REWRITE reg-solicitud
                    END-READ
                 ELSE
                    DISPLAY "Solicitud " dc-id(indice-d)
                       ": el solicitante no esta en esta agenda, "
                       "la carta queda pendiente."
                 END-IF
              END-PERFORM
              CLOSE SOLICITUDES
           END-IF.

       REGISTRAR-CAMPANIA.
           OPEN  i-o CAMPANIAS
           IF campanias-status = "35" then
              move 0 to salto
              IF src-linea(pos-src:1) = "&" AND pos-src <= 74 then
                 IF src-linea(pos-src:7) = "&NOMBRE" then
                    move nom-carta to valor-campo
                    move 7 to salto
                 END-IF
                 IF pos-src <= 72 AND
                    src-linea(pos-src:9) = "&APELLIDO" then
                    move ap-carta to valor-campo
                    move 9 to salto
                 END-IF
                 IF pos-src <= 71 AND
                    move email to valor-campo
                    move 6 to salto
                 END-IF
                 IF dec-actual > 0 then
                    IF pos-src <= 71 AND
                       src-linea(pos-src:10) = "&SOLICITUD" then
                       move dc-id(dec-actual) to valor-campo
                       move 10 to salto
                    END-IF
                    IF pos-src <= 73 AND
                       src-linea(pos-src:8) = "&IMPORTE" then
                       move dc-importe(dec-actual) to importe-carta
                       move 0 to blancos-importe
                       INSPECT importe-carta TALLYING blancos-importe
                          FOR LEADING SPACES
                       move importe-carta(blancos-importe + 1:)
                          to valor-campo
                       move 8 to salto
                    END-IF
                    IF pos-src <= 73 AND
                       src-linea(pos-src:7) = "&MOTIVO" then
                       move dc-motivo(dec-actual) to valor-campo
                       move 7 to salto
                    END-IF
                 END-IF
              END-IF
              IF salto = 0 then
                 IF pos-out <= 132 then
                 compute pos-src = pos-src + salto - 1
              END-IF
           END-PERFORM.

       VERIFICAR-FALLECIDO.
           move "N" to es-fallecido
           IF fallecidos-status = "00" then
              move usuario to fa-usuario
              READ FALLECIDOS KEY IS fa-usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "S" to es-fallecido
              END-READ
           END-IF.

       COPY "hogtabpr.cpy".

