       IDENTIFICATION DIVISION.
       PROGRAM-ID. sancion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SANCIONES ASSIGN TO "sanciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sa-id
           FILE STATUS IS sanciones-status.

           SELECT RETENCIONES ASSIGN TO "retenciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rs-clave
           FILE STATUS IS retenciones-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  SANCIONES.
       COPY "sancion.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  RETENCIONES.
       COPY "retencion.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 sanciones-status pic x(2).
       01 retenciones-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO pic x(1).
       01 lista-cargada pic x(1) value "N".
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 texto-norm pic x(61).
       01 pos-texto pic 9(02).
       01 caracter pic x(1).
       01 largo-palabra pic 9(02).
       01 cant-cand pic 9(01).
       01 palabra-cand pic x(15) OCCURS 8 TIMES.
       01 palabra-aux pic x(15).
       01 indice-i pic 9(01).
       01 indice-j pic 9(01).
       01 pos-clave pic 9(02).
       01 clave-norm pic x(60).
       01 cant-lista pic 9(04) value 0.
       01 lista-excedida pic x(1) value "N".
       01 tabla-lista.
           05 lista-reg OCCURS 3000 TIMES.
              10 tl-id pic x(10).
              10 tl-lista pic x(10).
              10 tl-nombre pic x(40).
              10 tl-cant pic 9(01).
              10 tl-palabra pic x(15) OCCURS 8 TIMES.
       01 indice-l pic 9(04).
       01 comunes pic 9(01).
       01 minimo-palabras pic 9(01).
       01 hallada pic x(1).
       01 retenciones-abierto pic x(1).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).

       LINKAGE SECTION.
       01 p-funcion pic x(01).
       01 p-usuario pic x(30).
       01 p-nombre pic x(30).
       01 p-apellido pic x(30).
       01 p-origen pic x(10).
       01 p-clave pic x(60).
       01 p-resultado pic x(01).

       PROCEDURE DIVISION USING p-funcion p-usuario p-nombre
           p-apellido p-origen p-clave p-resultado.

           move "L" to p-resultado

           IF p-funcion = "R" then
              move "N" to lista-cargada
           ELSE
           IF p-funcion = "N" then
              PERFORM NORMALIZAR-NOMBRE
              move clave-norm to p-clave
           ELSE
           IF p-funcion = "C" then
              PERFORM CONSULTAR-RETENCIONES
           ELSE
           IF p-funcion = "V" then
              IF lista-cargada NOT = "S" then
                 PERFORM CARGAR-LISTA
              END-IF
              PERFORM NORMALIZAR-NOMBRE
              move clave-norm to p-clave
              IF cant-cand > 0 AND cant-lista > 0 then
                 PERFORM BUSCAR-COINCIDENCIAS
              END-IF
              IF p-resultado = "L" then
                 PERFORM CONSULTAR-RETENCIONES
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           EXIT PROGRAM.

       NORMALIZAR-NOMBRE.
           MOVE SPACES TO texto-norm
           STRING p-nombre DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              p-apellido DELIMITED BY SIZE
              INTO texto-norm
           INSPECT texto-norm CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT texto-norm CONVERTING
              X"E1E9EDF3FAFCF1C1C9CDD3DADCD1E0E8ECF2F9E7C7" TO
              "AEIOUUNAEIOUUNAEIOUCC"
           INSPECT texto-norm CONVERTING
              X"A1A9ADB3BABCB181898D939A9C91A0A8ACB2B9A787" TO
              "AEIOUUNAEIOUUNAEIOUCC"
           move 0 to cant-cand
           move 0 to largo-palabra
           PERFORM VARYING indice-i FROM 1 BY 1 UNTIL indice-i > 8
              MOVE SPACES TO palabra-cand(indice-i)
           END-PERFORM
           PERFORM VARYING pos-texto FROM 1 BY 1 UNTIL pos-texto > 61
              move texto-norm(pos-texto:1) to caracter
              IF caracter >= "A" AND caracter <= "Z" then
                 IF largo-palabra = 0 then
                    IF cant-cand < 8 then
                       add 1 to cant-cand
                    ELSE
                       move 15 to largo-palabra
                    END-IF
                 END-IF
                 IF largo-palabra < 15 then
                    add 1 to largo-palabra
                    move caracter to
                       palabra-cand(cant-cand)(largo-palabra:1)
                 END-IF
              ELSE
              IF caracter NOT = X"C3" then
                 move 0 to largo-palabra
              END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING indice-i FROM 1 BY 1
              UNTIL indice-i >= cant-cand
              PERFORM VARYING indice-j FROM 1 BY 1
                 UNTIL indice-j > cant-cand - indice-i
                 IF palabra-cand(indice-j) > palabra-cand(indice-j + 1)
                    then
                    move palabra-cand(indice-j) to palabra-aux
                    move palabra-cand(indice-j + 1)
                       to palabra-cand(indice-j)
                    move palabra-aux to palabra-cand(indice-j + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE SPACES TO clave-norm
           move 1 to pos-clave
           PERFORM VARYING indice-i FROM 1 BY 1
              UNTIL indice-i > cant-cand
              STRING palabra-cand(indice-i) DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 INTO clave-norm WITH POINTER pos-clave
              END-STRING
           END-PERFORM.

       CARGAR-LISTA.
           move 0 to cant-lista
           move "N" to lista-excedida
           OPEN  input SANCIONES
           IF sanciones-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ SANCIONES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cant-lista < 3000 then
                    add 1 to cant-lista
                    PERFORM CARGAR-ENTRADA
                 ELSE
                    move "S" to lista-excedida
                 END-IF
              END-READ
              END-PERFORM
              CLOSE SANCIONES
           END-IF
           IF lista-excedida = "S" then
              DISPLAY "AVISO: la lista de sanciones supera 3000 "
                 "entradas, el control es parcial."
           END-IF
           move "S" to lista-cargada.

       CARGAR-ENTRADA.
           move sa-id to tl-id(cant-lista)
           move sa-lista to tl-lista(cant-lista)
           MOVE SPACES TO tl-nombre(cant-lista)
           STRING sa-apellido DELIMITED BY "  "
              ", " DELIMITED BY SIZE
              sa-nombre DELIMITED BY "  "
              INTO tl-nombre(cant-lista)
           END-STRING
           move 0 to tl-cant(cant-lista)
           PERFORM VARYING indice-i FROM 1 BY 1 UNTIL indice-i > 8
              MOVE SPACES TO tl-palabra(cant-lista indice-i)
           END-PERFORM
           UNSTRING sa-norm DELIMITED BY ALL SPACE
              INTO tl-palabra(cant-lista 1) tl-palabra(cant-lista 2)
                 tl-palabra(cant-lista 3) tl-palabra(cant-lista 4)
                 tl-palabra(cant-lista 5) tl-palabra(cant-lista 6)
                 tl-palabra(cant-lista 7) tl-palabra(cant-lista 8)
           END-UNSTRING
           PERFORM VARYING indice-i FROM 1 BY 1 UNTIL indice-i > 8
              IF tl-palabra(cant-lista indice-i) NOT = SPACES then
                 add 1 to tl-cant(cant-lista)
              END-IF
           END-PERFORM.

       BUSCAR-COINCIDENCIAS.
           move "N" to retenciones-abierto
           PERFORM VARYING indice-l FROM 1 BY 1
              UNTIL indice-l > cant-lista
              move 0 to comunes
              PERFORM VARYING indice-i FROM 1 BY 1
                 UNTIL indice-i > cant-cand
                 move "N" to hallada
                 PERFORM VARYING indice-j FROM 1 BY 1
                    UNTIL indice-j > tl-cant(indice-l) OR hallada = "S"
                    IF tl-palabra(indice-l indice-j) =
                       palabra-cand(indice-i) then
                       move "S" to hallada
                    END-IF
                 END-PERFORM
                 IF hallada = "S" then
                    add 1 to comunes
                 END-IF
              END-PERFORM
              IF cant-cand < tl-cant(indice-l) then
                 move cant-cand to minimo-palabras
              ELSE
                 move tl-cant(indice-l) to minimo-palabras
              END-IF
              IF (minimo-palabras >= 2 AND comunes >= minimo-palabras)
                 OR (cant-cand = 1 AND tl-cant(indice-l) = 1 AND
                 comunes = 1) then
                 PERFORM REGISTRAR-RETENCION
              END-IF
           END-PERFORM
           IF retenciones-abierto = "S" then
              CLOSE RETENCIONES
           END-IF.

       REGISTRAR-RETENCION.
           IF retenciones-abierto = "N" then
              OPEN  i-o RETENCIONES
              IF retenciones-status = "35" then
                 OPEN  output RETENCIONES
                 CLOSE RETENCIONES
                 OPEN  i-o RETENCIONES
              END-IF
              move "S" to retenciones-abierto
              PERFORM LEER-OPERADOR
           END-IF
           move p-usuario to rs-usuario
           move tl-id(indice-l) to rs-lista-id
           READ RETENCIONES KEY IS rs-clave
           INVALID KEY
              MOVE SPACES TO reg-retencion
              move p-usuario to rs-usuario
              move tl-id(indice-l) to rs-lista-id
              move hoy to rs-fecha
              move p-origen to rs-origen
              move tl-nombre(indice-l) to rs-listado
              move tl-lista(indice-l) to rs-lista
              move "P" to rs-estado
              move operador-actual to rs-operador
              move 0 to rs-fecha-rev
              WRITE reg-retencion
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move "SANC-RET" to aud-accion
                    move p-usuario to aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
              END-WRITE
              move "R" to p-resultado
           NOT INVALID KEY
              IF rs-pendiente OR rs-confirmada then
                 move "R" to p-resultado
              END-IF
           END-READ.

       CONSULTAR-RETENCIONES.
           OPEN  input RETENCIONES
           IF retenciones-status = "00" then
              move p-usuario to rs-usuario
              MOVE LOW-VALUES TO rs-lista-id
              move "N" to FIN-ARCHIVO
              START RETENCIONES KEY IS >= rs-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ RETENCIONES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF rs-usuario NOT = p-usuario then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                 IF rs-pendiente OR rs-confirmada then
                    move "R" to p-resultado
                    MOVE "S" TO FIN-ARCHIVO
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE RETENCIONES
           END-IF.

       LEER-OPERADOR.
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
           END-IF.
