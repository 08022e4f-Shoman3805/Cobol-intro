       IDENTIFICATION DIVISION.
       PROGRAM-ID. atribuir.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ATRIBUCIONES ASSIGN TO "atribuciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS at-clave
           FILE STATUS IS atribuciones-status.

           SELECT ATRIBUSO ASSIGN TO "atribuciones_uso.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS atribuso-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  ATRIBUCIONES.
       COPY "atribucion.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ATRIBUSO.
       COPY "atribuso.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 atribuciones-status pic x(2).
       01 atribuso-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO pic x(1) value "N".
       01 operador-actual pic x(20).
       01 rol-actual pic x(1).
       01 hoy pic 9(08).
       01 ahora pic 9(08).
       01 tope-hallado pic x(1).
       01 tope-operacion pic 9(08).
       01 tope-diario pic 9(08).
       01 usado-hoy pic 9(10).
       01 usado-total pic 9(10).
       COPY "retorno.cpy".

       LINKAGE SECTION.
       01 p-funcion pic x(1).
       01 p-tipo pic x(1).
       01 p-importe pic 9(08).
       01 p-detalle pic x(30).
       01 p-resultado pic x(1).
       01 p-motivo pic x(40).

       PROCEDURE DIVISION USING p-funcion p-tipo p-importe
           p-detalle p-resultado p-motivo.

           move "S" to p-resultado
           MOVE SPACES TO p-motivo
           ACCEPT hoy FROM DATE YYYYMMDD
           ACCEPT ahora FROM TIME

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

           IF p-funcion = "V" OR p-funcion = "v" then
              PERFORM VERIFICAR-ATRIBUCION
           ELSE
           IF p-funcion = "R" OR p-funcion = "r" OR
              p-funcion = "X" OR p-funcion = "x" then
              PERFORM REGISTRAR-USO
           END-IF
           END-IF

           EXIT PROGRAM.

       VERIFICAR-ATRIBUCION.
           move "N" to tope-hallado
           OPEN  input ATRIBUCIONES
           IF atribuciones-status = "00" then
              move "O" to at-nivel
              move operador-actual to at-codigo
              READ ATRIBUCIONES KEY IS at-clave
              INVALID KEY
                 CALL 'rol' USING operador-actual rol-actual
                    reg-retorno
                 move "R" to at-nivel
                 MOVE SPACES TO at-codigo
                 move rol-actual to at-codigo
                 READ ATRIBUCIONES KEY IS at-clave
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move "S" to tope-hallado
                 END-READ
              NOT INVALID KEY
                 move "S" to tope-hallado
              END-READ
              CLOSE ATRIBUCIONES
           END-IF

           IF tope-hallado = "S" then
              move 0 to tope-operacion
              move 0 to tope-diario
              IF p-tipo = "D" then
                 move at-max-debito to tope-operacion
                 move at-dia-debito to tope-diario
              ELSE
              IF p-tipo = "C" then
                 move at-max-credito to tope-operacion
                 move at-dia-credito to tope-diario
              ELSE
                 move at-max-transf to tope-operacion
                 move at-dia-transf to tope-diario
              END-IF
              END-IF

              IF tope-operacion > 0 AND p-importe > tope-operacion
                 then
                 move "N" to p-resultado
                 STRING "supera su tope por operacion de "
                    DELIMITED BY SIZE
                    tope-operacion DELIMITED BY SIZE
                    INTO p-motivo
                 END-STRING
              ELSE
              IF tope-diario > 0 then
                 PERFORM SUMAR-USO-DEL-DIA
                 compute usado-total = usado-hoy + p-importe
                 IF usado-total > tope-diario then
                    move "N" to p-resultado
                    STRING "supera su tope diario de "
                       DELIMITED BY SIZE
                       tope-diario DELIMITED BY SIZE
                       INTO p-motivo
                    END-STRING
                 END-IF
              END-IF
              END-IF
           END-IF.

       SUMAR-USO-DEL-DIA.
           move 0 to usado-hoy
           OPEN  input ATRIBUSO
           IF atribuso-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ATRIBUSO
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF au-fecha = hoy AND au-operador = operador-actual
                    AND au-tipo = p-tipo then
                    add au-importe to usado-hoy
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE ATRIBUSO
           END-IF.

       REGISTRAR-USO.
           OPEN  extend ATRIBUSO
           IF atribuso-status = "35" then
              OPEN  output ATRIBUSO
           END-IF
           MOVE SPACES TO reg-atribuso
           move hoy to au-fecha
           move ahora to au-hora
           move operador-actual to au-operador
           move p-tipo to au-tipo
           move p-importe to au-importe
           IF p-funcion = "X" OR p-funcion = "x" then
              move "S" to au-sobrepaso
           ELSE
              move "N" to au-sobrepaso
           END-IF
           move p-detalle to au-detalle
           write reg-atribuso
           CLOSE ATRIBUSO.
