       IDENTIFICATION DIVISION.
       PROGRAM-ID. avisogar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GARANTIAS ASSIGN TO "garantias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS gt-clave
           FILE STATUS IS garantias-status.

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT DIRECCIONES ASSIGN TO "direcciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS d-clave
           FILE STATUS IS direcciones-status.

           SELECT PLANTILLA ASSIGN TO "plantilla_garante.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS plantilla-status.

           SELECT CARTAS ASSIGN TO "garantes_cartas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cartas-status.

       DATA DIVISION.
       FILE SECTION.

       FD  GARANTIAS.
       COPY "garantia.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  DIRECCIONES.
       01  reg-direccion.
           05 d-clave.
              10 d-usuario pic x(30).
              10 d-tipo pic x(07).
           05 d-calle pic x(30).
           05 d-ciudad pic x(20).
           05 d-provincia pic x(20).
           05 d-cp pic x(08).

       FD  PLANTILLA.
       01  linea-plantilla pic x(80).

       FD  CARTAS.
       01  linea-carta pic x(132).

       WORKING-STORAGE SECTION.
       01 garantias-status pic x(2).
       01 status-contactos pic x(2).
       01 direcciones-status pic x(2).
       01 plantilla-status pic x(2).
       01 cartas-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 dir-hallada pic x(1).
       01 indice-tipo pic 9(1).
       01 tipos-dir-tabla.
           05 filler pic x(07) value "casa".
           05 filler pic x(07) value "trabajo".
           05 filler pic x(07) value "fiscal".
       01 tipos-dir REDEFINES tipos-dir-tabla
           pic x(07) occurs 3 times.
       01 cant-lineas pic 9(03) value 0.
       01 ix pic 9(03).
       01 src-linea pic x(80).
       01 out-linea pic x(132).
       01 pos-src pic 9(03).
       01 pos-out pic 9(03).
       01 valor-campo pic x(40).
       01 valor-len pic 9(02).
       01 salto pic 9(02).
       01 tabla-plantilla.
           05 plantilla-linea OCCURS 100 TIMES pic x(80).
       01 plan-edit pic 9(04).
       01 deuda-edit pic z(7)9.
       01 deuda-texto pic x(08).
       01 blancos-deuda pic 9(02).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).

       LINKAGE SECTION.
       01 p-prestamo pic 9(04).
       01 p-deuda pic 9(08).
       01 p-cartas pic 9(03).

       PROCEDURE DIVISION USING p-prestamo p-deuda p-cartas.

           move 0 to p-cartas
           ACCEPT hoy FROM DATE YYYYMMDD
           move p-prestamo to plan-edit
           move p-deuda to deuda-edit
           move 0 to blancos-deuda
           INSPECT deuda-edit TALLYING blancos-deuda FOR LEADING SPACES
           MOVE SPACES TO deuda-texto
           move deuda-edit(blancos-deuda + 1:) to deuda-texto

           OPEN  input GARANTIAS
           IF garantias-status = "00" then
              PERFORM CARGAR-PLANTILLA
              OPEN  input CONTACTOS
              OPEN  input DIRECCIONES
              OPEN  extend CARTAS
              IF cartas-status NOT = "00" then
                 OPEN  output CARTAS
              END-IF
              move p-prestamo to gt-prestamo
              move 0 to gt-seq
              move "N" to FIN-ARCHIVO
              START GARANTIAS KEY IS >= gt-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ GARANTIAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF gt-prestamo NOT = p-prestamo then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                 IF gt-garante AND gt-vigente then
                    PERFORM GENERAR-CARTA
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE CARTAS
              IF direcciones-status = "00" then
                 CLOSE DIRECCIONES
              END-IF
              IF status-contactos = "00" then
                 CLOSE CONTACTOS
              END-IF
              CLOSE GARANTIAS
           END-IF

           EXIT PROGRAM.

       GENERAR-CARTA.
           add 1 to p-cartas

           MOVE SPACES TO nom
           MOVE SPACES TO ap
           IF status-contactos = "00" then
              move gt-usuario to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 move gt-usuario to nom
              END-READ
           END-IF

           MOVE ALL "=" TO linea-carta
           write linea-carta
           MOVE SPACES TO linea-carta
           STRING "AVISO AL GARANTE - PRESTAMO " DELIMITED BY SIZE
              plan-edit DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-carta
           write linea-carta
           MOVE SPACES TO linea-carta
           STRING "Sr/Sra " DELIMITED BY SIZE
              nom DELIMITED BY "  "
              " " DELIMITED BY SIZE
              ap DELIMITED BY "  "
              INTO linea-carta
           END-STRING
           write linea-carta

           move "N" to dir-hallada
           IF direcciones-status = "00" then
              PERFORM VARYING indice-tipo FROM 1 BY 1
                 UNTIL indice-tipo > 3 OR dir-hallada = "S"
                 move gt-usuario to d-usuario
                 move tipos-dir(indice-tipo) to d-tipo
                 READ DIRECCIONES KEY IS d-clave
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move "S" to dir-hallada
                 END-READ
              END-PERFORM
           END-IF
           IF dir-hallada = "S" then
              move d-calle to linea-carta
              write linea-carta
              MOVE SPACES TO linea-carta
              STRING d-ciudad DELIMITED BY "  "
                 ", " DELIMITED BY SIZE
                 d-provincia DELIMITED BY "  "
                 " (" DELIMITED BY SIZE
                 d-cp DELIMITED BY "  "
                 ")" DELIMITED BY SIZE
                 INTO linea-carta
              END-STRING
              write linea-carta
           ELSE
              MOVE "(sin direccion registrada)" TO linea-carta
              write linea-carta
           END-IF

           IF cant-lineas = 0 then
              MOVE SPACES TO linea-carta
              STRING "El prestamo " DELIMITED BY SIZE
                 plan-edit DELIMITED BY SIZE
                 ", del que usted es garante, registra cuotas "
                 DELIMITED BY SIZE
                 "vencidas por " DELIMITED BY SIZE
                 deuda-texto DELIMITED BY SPACE
                 ". Por favor comuniquese con nosotros."
                 DELIMITED BY SIZE
                 INTO linea-carta
              write linea-carta
           ELSE
              PERFORM VARYING ix FROM 1 BY 1
                 UNTIL ix > cant-lineas
                 move plantilla-linea(ix) to src-linea
                 PERFORM SUSTITUIR-LINEA
                 move out-linea to linea-carta
                 write linea-carta
              END-PERFORM
           END-IF

           move "GAR-AVISO" to aud-accion
           move gt-usuario to aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario.

       CARGAR-PLANTILLA.
           move 0 to cant-lineas
           move "N" to FIN-ARCHIVO
           OPEN  input PLANTILLA
           IF plantilla-status = "00" then
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
           END-IF
           move "N" to FIN-ARCHIVO.

       SUSTITUIR-LINEA.
           MOVE SPACES TO out-linea
           move 1 to pos-out
           PERFORM VARYING pos-src FROM 1 BY 1 UNTIL pos-src > 80
              move 0 to salto
              IF src-linea(pos-src:1) = "&" AND pos-src <= 74 then
                 IF src-linea(pos-src:7) = "&NOMBRE" then
                    move nom to valor-campo
                    move 7 to salto
                 END-IF
                 IF pos-src <= 72 AND
                    src-linea(pos-src:9) = "&APELLIDO" then
                    move ap to valor-campo
                    move 9 to salto
                 END-IF
                 IF src-linea(pos-src:5) = "&PLAN" then
                    move plan-edit to valor-campo
                    move 5 to salto
                 END-IF
                 IF src-linea(pos-src:6) = "&DEUDA" then
                    move deuda-texto to valor-campo
                    move 6 to salto
                 END-IF
              END-IF
              IF salto = 0 then
                 IF pos-out <= 132 then
                    move src-linea(pos-src:1) to
                       out-linea(pos-out:1)
                    add 1 to pos-out
                 END-IF
              ELSE
                 move 40 to valor-len
                 PERFORM VARYING valor-len FROM 40 BY -1 UNTIL
                    valor-len = 0 OR
                    valor-campo(valor-len:1) NOT = SPACE
                 END-PERFORM
                 IF valor-len > 0 AND pos-out + valor-len <= 132
                    then
                    move valor-campo(1:valor-len) to
                       out-linea(pos-out:valor-len)
                    add valor-len to pos-out
                 END-IF
                 compute pos-src = pos-src + salto - 1
              END-IF
           END-PERFORM.
