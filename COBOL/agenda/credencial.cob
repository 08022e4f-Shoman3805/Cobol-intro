       IDENTIFICATION DIVISION.
       PROGRAM-ID. credencial.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CREDENCIALES ASSIGN TO "credenciales.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cr-numero
           FILE STATUS IS cred-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  CREDENCIALES.
       COPY "credencial.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 cred-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 operador-actual pic x(20).
       01 rol-actual pic x(1).
       01 hoy pic 9(08).
       01 ahora-hora pic 9(08).
       01 opcion-cred pic x(1).
       01 alguna pic x(1).
       01 confirma pic x(1).
       01 numero-cred pic 9(04).
       01 estado-desc pic x(10).
       01 cant-libres pic 9(04).
       01 cant-prestadas pic 9(04).
       01 cant-perdidas pic 9(04).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).

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

           ACCEPT hoy FROM DATE YYYYMMDD
           ACCEPT ahora-hora FROM TIME

           DISPLAY "Credenciales de visitantes"
           DISPLAY "L- Listar inventario"
           DISPLAY "P- Reportar credencial perdida"
           DISPLAY "A- Alta de credencial"
           DISPLAY "R- Recuperar credencial perdida"
           ACCEPT opcion-cred
           INSPECT opcion-cred CONVERTING "lpar" TO "LPAR"

           IF opcion-cred = "L" then
              PERFORM LISTAR-CREDENCIALES
           ELSE
           IF opcion-cred = "P" then
              PERFORM REPORTAR-PERDIDA
           ELSE
           IF opcion-cred = "A" OR opcion-cred = "R" then
              CALL 'rol' USING operador-actual rol-actual
                 reg-retorno
              IF rol-actual NOT = "A" then
                 DISPLAY "Solo un operador con rol de administrador "
                    "puede dar de alta o recuperar credenciales."
                 move "A" to ret-estado
                 move "credenciales requieren rol admin"
                    to ret-motivo
              ELSE
              IF opcion-cred = "A" then
                 PERFORM ALTA-CREDENCIAL
              ELSE
                 PERFORM RECUPERAR-CREDENCIAL
              END-IF
              END-IF
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       ALTA-CREDENCIAL.
           DISPLAY "Numero de la credencial"
           move 0 to numero-cred
           ACCEPT numero-cred
           IF numero-cred = 0 then
              DISPLAY "Numero invalido."
           ELSE
              OPEN  i-o CREDENCIALES
              IF cred-status = "35" then
                 OPEN  output CREDENCIALES
                 CLOSE CREDENCIALES
                 OPEN  i-o CREDENCIALES
              END-IF
              move numero-cred to cr-numero
              READ CREDENCIALES KEY IS cr-numero
              INVALID KEY
                 DISPLAY "Tipo: V- Credencial de visitante  "
                    "T- Tarjeta de acceso"
                 MOVE SPACES TO cr-tipo
                 ACCEPT cr-tipo
                 INSPECT cr-tipo CONVERTING "vt" TO "VT"
                 IF NOT cr-de-visitante AND NOT cr-de-acceso then
                    DISPLAY "Tipo invalido."
                 ELSE
                    move "L" to cr-estado
                    MOVE SPACES TO cr-usuario
                    move hoy to cr-fecha
                    move ahora-hora(1:4) to cr-hora
                    move operador-actual to cr-operador
                    WRITE reg-credencial
                       INVALID KEY
                          DISPLAY "No se pudo grabar la credencial."
                       NOT INVALID KEY
                          DISPLAY "Credencial " cr-numero
                             " registrada."
                          move "CRED-ALTA" to aud-accion
                          MOVE SPACES TO aud-usuario
                          STRING "CREDENCIAL " DELIMITED BY SIZE
                             cr-numero DELIMITED BY SIZE
                             INTO aud-usuario
                          CALL 'auditar' USING aud-accion aud-usuario
                    END-WRITE
                 END-IF
              NOT INVALID KEY
                 DISPLAY "Esa credencial ya existe."
                 PERFORM MOSTRAR-CREDENCIAL
              END-READ
              CLOSE CREDENCIALES
           END-IF.

       MOSTRAR-CREDENCIAL.
           IF cr-libre then
              move "libre" to estado-desc
           ELSE
           IF cr-prestada then
              move "prestada" to estado-desc
           ELSE
              move "PERDIDA" to estado-desc
           END-IF
           END-IF
           DISPLAY cr-numero " " cr-tipo " " estado-desc " "
              cr-usuario " " cr-fecha " " cr-hora.

       LISTAR-CREDENCIALES.
           OPEN  input CREDENCIALES
           IF cred-status NOT = "00" then
              DISPLAY "No hay credenciales registradas."
           ELSE
              move "N" to alguna
              move 0 to cant-libres
              move 0 to cant-prestadas
              move 0 to cant-perdidas
              DISPLAY "NUM  T ESTADO     ULTIMO TENEDOR"
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CREDENCIALES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move "S" to alguna
                 PERFORM MOSTRAR-CREDENCIAL
                 IF cr-libre then
                    add 1 to cant-libres
                 ELSE
                 IF cr-prestada then
                    add 1 to cant-prestadas
                 ELSE
                    add 1 to cant-perdidas
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE CREDENCIALES
              IF alguna = "N" then
                 DISPLAY "No hay credenciales registradas."
              ELSE
                 DISPLAY "Libres: " cant-libres "  Prestadas: "
                    cant-prestadas "  Perdidas: " cant-perdidas
              END-IF
           END-IF.

       REPORTAR-PERDIDA.
           DISPLAY "Numero de la credencial perdida"
           move 0 to numero-cred
           ACCEPT numero-cred
           OPEN  i-o CREDENCIALES
           IF cred-status NOT = "00" then
              DISPLAY "No hay credenciales registradas."
           ELSE
              move numero-cred to cr-numero
              READ CREDENCIALES KEY IS cr-numero
              INVALID KEY
                 DISPLAY "No existe esa credencial."
              NOT INVALID KEY
                 PERFORM MOSTRAR-CREDENCIAL
                 IF cr-perdida then
                    DISPLAY "Ya figura como perdida."
                 ELSE
                    DISPLAY "Confirma que esta perdida? (S/N)"
                    MOVE "N" TO confirma
                    ACCEPT confirma
                    IF confirma = "S" OR confirma = "s" then
                       move "X" to cr-estado
                       move hoy to cr-fecha
                       move ahora-hora(1:4) to cr-hora
                       move operador-actual to cr-operador
                       REWRITE reg-credencial
                       DISPLAY "Credencial bloqueada: no se vuelve a "
                          "entregar."
                       move "CRED-PERD" to aud-accion
                       MOVE SPACES TO aud-usuario
                       STRING "CREDENCIAL " DELIMITED BY SIZE
                          cr-numero DELIMITED BY SIZE
                          INTO aud-usuario
                       CALL 'auditar' USING aud-accion aud-usuario
                    END-IF
                 END-IF
              END-READ
              CLOSE CREDENCIALES
           END-IF.

       RECUPERAR-CREDENCIAL.
           DISPLAY "Numero de la credencial recuperada"
           move 0 to numero-cred
           ACCEPT numero-cred
           OPEN  i-o CREDENCIALES
           IF cred-status NOT = "00" then
              DISPLAY "No hay credenciales registradas."
           ELSE
              move numero-cred to cr-numero
              READ CREDENCIALES KEY IS cr-numero
              INVALID KEY
                 DISPLAY "No existe esa credencial."
              NOT INVALID KEY
                 IF NOT cr-perdida then
                    DISPLAY "Esa credencial no figura como perdida."
                 ELSE
                    move "L" to cr-estado
                    MOVE SPACES TO cr-usuario
                    move hoy to cr-fecha
                    move ahora-hora(1:4) to cr-hora
                    move operador-actual to cr-operador
                    REWRITE reg-credencial
                    DISPLAY "Credencial " cr-numero
                       " disponible otra vez."
                    move "CRED-RECU" to aud-accion
                    MOVE SPACES TO aud-usuario
                    STRING "CREDENCIAL " DELIMITED BY SIZE
                       cr-numero DELIMITED BY SIZE
                       INTO aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                 END-IF
              END-READ
              CLOSE CREDENCIALES
           END-IF.
