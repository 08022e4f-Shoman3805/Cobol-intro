       IDENTIFICATION DIVISION.
       PROGRAM-ID. atribucion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ATRIBUCIONES ASSIGN TO "atribuciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS at-clave
           FILE STATUS IS atribuciones-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  ATRIBUCIONES.
       COPY "atribucion.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 atribuciones-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 operador-actual pic x(20).
       01 rol-actual pic x(1).
       01 hoy pic 9(08).
       01 opcion-atr pic x(1).
       01 alguna pic x(1).
       01 existe pic x(1).
       01 confirma pic x(1).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.

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

           CALL 'rol' USING operador-actual rol-actual
              reg-retorno
           IF rol-actual NOT = "A" then
              DISPLAY "Solo un operador con rol de administrador "
                 "puede mantener las atribuciones."
              move "A" to ret-estado
              move "atribuciones requieren rol admin" to ret-motivo
              accept FIN-ARCHIVO
              EXIT PROGRAM
           END-IF

           ACCEPT hoy FROM DATE YYYYMMDD

           DISPLAY "Atribuciones de importe por operador o rol"
           DISPLAY "A- Alta o cambio de atribucion"
           DISPLAY "L- Listar atribuciones"
           DISPLAY "B- Baja de atribucion"
           DISPLAY "R- Reporte del dia: uso y sobrepasos"
           ACCEPT opcion-atr
           INSPECT opcion-atr CONVERTING "albr" TO "ALBR"

           IF opcion-atr = "A" then
              PERFORM ALTA-ATRIBUCION
              accept FIN-ARCHIVO
           ELSE
           IF opcion-atr = "L" then
              PERFORM LISTAR-ATRIBUCIONES
              accept FIN-ARCHIVO
           ELSE
           IF opcion-atr = "B" then
              PERFORM BAJA-ATRIBUCION
              accept FIN-ARCHIVO
           ELSE
           IF opcion-atr = "R" then
              CALL 'atribrep' USING parm-modo parm-depto reg-retorno
           ELSE
              DISPLAY "Opcion invalida."
              accept FIN-ARCHIVO
           END-IF
           END-IF
           END-IF
           END-IF

           EXIT PROGRAM.

       PEDIR-CLAVE.
           MOVE SPACES TO at-clave
           DISPLAY "Nivel: O- Operador  R- Rol"
           ACCEPT at-nivel
           INSPECT at-nivel CONVERTING "or" TO "OR"
           IF at-por-operador then
              DISPLAY "Operador"
              ACCEPT at-codigo
           ELSE
           IF at-por-rol then
              DISPLAY "Codigo de rol (A, U, ...)"
              ACCEPT at-codigo
              INSPECT at-codigo CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           ELSE
              DISPLAY "Nivel invalido."
              MOVE SPACES TO at-codigo
           END-IF
           END-IF.

       ALTA-ATRIBUCION.
           PERFORM PEDIR-CLAVE
           IF at-codigo NOT = SPACES then
              OPEN  i-o ATRIBUCIONES
              IF atribuciones-status = "35" then
                 OPEN  output ATRIBUCIONES
                 CLOSE ATRIBUCIONES
                 OPEN  i-o ATRIBUCIONES
              END-IF
              move "N" to existe
              READ ATRIBUCIONES KEY IS at-clave
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "S" to existe
                 PERFORM MOSTRAR-ATRIBUCION
              END-READ
              DISPLAY "Importes maximos (0 = sin tope)"
              DISPLAY "Tope por debito"
              move 0 to at-max-debito
              ACCEPT at-max-debito
              DISPLAY "Tope diario de debitos"
              move 0 to at-dia-debito
              ACCEPT at-dia-debito
              DISPLAY "Tope por credito"
              move 0 to at-max-credito
              ACCEPT at-max-credito
              DISPLAY "Tope diario de creditos"
              move 0 to at-dia-credito
              ACCEPT at-dia-credito
              DISPLAY "Tope por transferencia"
              move 0 to at-max-transf
              ACCEPT at-max-transf
              DISPLAY "Tope diario de transferencias"
              move 0 to at-dia-transf
              ACCEPT at-dia-transf
              move hoy to at-fecha-alta
              move operador-actual to at-operador
              IF existe = "S" then
                 REWRITE reg-atribucion
                 DISPLAY "Atribucion actualizada."
              ELSE
                 WRITE reg-atribucion
                    INVALID KEY
                       DISPLAY "No se pudo grabar la atribucion."
                    NOT INVALID KEY
                       DISPLAY "Atribucion registrada."
                 END-WRITE
              END-IF
              move "ATRIB-ALTA" to aud-accion
              move at-clave to aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
              CLOSE ATRIBUCIONES
           END-IF.

       MOSTRAR-ATRIBUCION.
           DISPLAY at-nivel " " at-codigo
           DISPLAY "   debito  " at-max-debito " por operacion, "
              at-dia-debito " por dia"
           DISPLAY "   credito " at-max-credito " por operacion, "
              at-dia-credito " por dia"
           DISPLAY "   transf. " at-max-transf " por operacion, "
              at-dia-transf " por dia".

       LISTAR-ATRIBUCIONES.
           OPEN  input ATRIBUCIONES
           IF atribuciones-status NOT = "00" then
              DISPLAY "No hay atribuciones registradas: los "
                 "operadores no tienen tope."
           ELSE
              move "N" to alguna
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ATRIBUCIONES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move "S" to alguna
                 PERFORM MOSTRAR-ATRIBUCION
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE ATRIBUCIONES
              IF alguna = "N" then
                 DISPLAY "No hay atribuciones registradas."
              END-IF
           END-IF.

       BAJA-ATRIBUCION.
           PERFORM PEDIR-CLAVE
           IF at-codigo NOT = SPACES then
              OPEN  i-o ATRIBUCIONES
              IF atribuciones-status NOT = "00" then
                 DISPLAY "No hay atribuciones registradas."
              ELSE
                 READ ATRIBUCIONES KEY IS at-clave
                 INVALID KEY
                    DISPLAY "No existe esa atribucion."
                 NOT INVALID KEY
                    PERFORM MOSTRAR-ATRIBUCION
                    DISPLAY "Confirma la baja? (S/N)"
                    MOVE "N" TO confirma
                    ACCEPT confirma
                    IF confirma = "S" OR confirma = "s" then
                       DELETE ATRIBUCIONES RECORD
                       DISPLAY "Atribucion dada de baja."
                       move "ATRIB-BAJA" to aud-accion
                       move at-clave to aud-usuario
                       CALL 'auditar' USING aud-accion aud-usuario
                    END-IF
                 END-READ
                 CLOSE ATRIBUCIONES
              END-IF
           END-IF.
