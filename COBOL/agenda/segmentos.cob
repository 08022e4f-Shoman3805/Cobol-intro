       IDENTIFICATION DIVISION.
       PROGRAM-ID. segmentos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SEGMENTOS ASSIGN TO "segmentos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sg-usuario
           FILE STATUS IS segmentos-status.

           SELECT PESOS ASSIGN TO "segmentos_pesos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS pesos-status.

       DATA DIVISION.
       FILE SECTION.

       FD  SEGMENTOS.
       COPY "segmento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PESOS.
       01  linea-peso.
           05 pg-nombre pic x(12).
           05 filler pic x(01).
           05 pg-valor pic x(20).
           05 pg-numero REDEFINES pg-valor.
              10 pg-cifra pic 9(06).

       WORKING-STORAGE SECTION.
       01 segmentos-status pic x(2).
       01 pesos-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-seg pic x(1).
       01 alguno pic x(1).
       01 nivel-pedido pic x(1).
       01 usuario-pedido pic x(30).
       01 cant-listados pic 9(05).
       01 saldo-edit pic -(9)9.
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           DISPLAY "Segmentacion de contactos por valor"
           DISPLAY "S- Calcular la segmentacion del mes"
           DISPLAY "P- Fijar un peso o corte de nivel"
           DISPLAY "V- Ver los pesos vigentes"
           DISPLAY "N- Listar los contactos de un nivel"
           DISPLAY "C- Ver la calificacion de un contacto"
           ACCEPT opcion-seg
           INSPECT opcion-seg CONVERTING "spvnc" TO "SPVNC"

           IF opcion-seg = "S" then
              CALL 'segmentar' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF opcion-seg = "P" then
              PERFORM FIJAR-PESO
           ELSE
           IF opcion-seg = "V" then
              PERFORM VER-PESOS
           ELSE
           IF opcion-seg = "N" then
              PERFORM LISTAR-NIVEL
           ELSE
           IF opcion-seg = "C" then
              PERFORM VER-CONTACTO
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       FIJAR-PESO.
           DISPLAY "Parametros: RECENCIA, FRECUENCIA, VISITAS, "
              "CITAS, SALDO (pesos), CORTE-A, CORTE-B, CORTE-C "
              "(puntaje 0-100), SALDO-TOPE, BASE-SALDO (0 ventana "
              "de un mes, 1 saldo promedio del ultimo mes cerrado)"
           DISPLAY "Nombre del parametro"
           MOVE SPACES TO linea-peso
           ACCEPT pg-nombre
           INSPECT pg-nombre CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF pg-nombre = "RECENCIA" OR pg-nombre = "FRECUENCIA" OR
              pg-nombre = "VISITAS" OR pg-nombre = "CITAS" OR
              pg-nombre = "SALDO" OR pg-nombre = "CORTE-A" OR
              pg-nombre = "CORTE-B" OR pg-nombre = "CORTE-C" OR
              pg-nombre = "SALDO-TOPE" OR pg-nombre = "BASE-SALDO"
              then
              DISPLAY "Valor"
              move 0 to pg-cifra
              ACCEPT pg-cifra
              OPEN  extend PESOS
              IF pesos-status = "35" then
                 OPEN  output PESOS
              END-IF
              write linea-peso
              CLOSE PESOS
              move "SEG-PESO" to aud-accion
              move linea-peso to aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
              DISPLAY "Parametro registrado (la ultima linea "
                 "del archivo manda)."
           ELSE
              DISPLAY "Parametro desconocido."
           END-IF.

       VER-PESOS.
           OPEN  input PESOS
           IF pesos-status NOT = "00" then
              DISPLAY "Se usan los valores por defecto: RECENCIA 20, "
                 "FRECUENCIA 20, VISITAS 15, CITAS 15, SALDO 30,"
              DISPLAY "CORTE-A 70, CORTE-B 45, CORTE-C 20, "
                 "SALDO-TOPE 100000."
           ELSE
              DISPLAY "Parametros registrados (la ultima linea de "
                 "cada uno manda):"
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PESOS
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 DISPLAY "  " pg-nombre " " pg-cifra
              END-READ
              END-PERFORM
              CLOSE PESOS
           END-IF
           move "N" to FIN-ARCHIVO.

       LISTAR-NIVEL.
           OPEN  input SEGMENTOS
           IF segmentos-status NOT = "00" then
              DISPLAY "Todavia no se calculo ninguna segmentacion."
           ELSE
              DISPLAY "Nivel (A/B/C/D)"
              MOVE SPACES TO nivel-pedido
              ACCEPT nivel-pedido
              INSPECT nivel-pedido CONVERTING "abcd" TO "ABCD"
              move 0 to cant-listados
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ SEGMENTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF sg-nivel = nivel-pedido then
                    add 1 to cant-listados
                    DISPLAY sg-usuario " " sg-puntaje " (antes "
                       sg-nivel-ant " " sg-puntaje-ant ")"
                 END-IF
              END-READ
              END-PERFORM
              CLOSE SEGMENTOS
              DISPLAY cant-listados " contacto(s) en el nivel "
                 nivel-pedido "."
           END-IF
           move "N" to FIN-ARCHIVO.

       VER-CONTACTO.
           OPEN  input SEGMENTOS
           IF segmentos-status NOT = "00" then
              DISPLAY "Todavia no se calculo ninguna segmentacion."
           ELSE
              DISPLAY "Usuario del contacto"
              MOVE SPACES TO usuario-pedido
              ACCEPT usuario-pedido
              move usuario-pedido to sg-usuario
              READ SEGMENTOS KEY IS sg-usuario
              INVALID KEY
                 DISPLAY "Ese contacto no tiene calificacion."
              NOT INVALID KEY
                 DISPLAY "Periodo " sg-periodo ": nivel " sg-nivel
                    " puntaje " sg-puntaje
                 IF sg-periodo-ant NOT = 0 then
                    DISPLAY "Periodo " sg-periodo-ant ": nivel "
                       sg-nivel-ant " puntaje " sg-puntaje-ant
                 END-IF
                 move sg-saldo-prom to saldo-edit
                 DISPLAY "  recencia " sg-p-recencia
                    "  frecuencia " sg-p-frecuencia
                    "  visitas " sg-p-visitas
                 DISPLAY "  citas " sg-p-citas
                    "  saldo " sg-p-saldo
                    " (promedio " saldo-edit ")"
              END-READ
              CLOSE SEGMENTOS
           END-IF.
