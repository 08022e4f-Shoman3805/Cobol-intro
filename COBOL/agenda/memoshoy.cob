       IDENTIFICATION DIVISION.
       PROGRAM-ID. memoshoy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MEMOS ASSIGN TO "memos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS me-id
           FILE STATUS IS memos-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  MEMOS.
       COPY "memo.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 memos-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 cant-sin-leer pic 9(03) value 0.
       01 cant-escalados pic 9(03) value 0.
       01 operador-actual pic x(20).
       01 depto-operador pic x(10).
       01 pref-idioma pic x(1).
       01 pref-pagina pic 9(3).
       01 pref-modo pic x(1).
       01 abrir-memos pic x(1).

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           move "N" to FIN-ARCHIVO
           move 0 to cant-sin-leer
           move 0 to cant-escalados

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
           CALL 'preferir' USING depto-operador pref-idioma
              pref-pagina pref-modo

           OPEN  input MEMOS
           IF memos-status = "00" then
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ MEMOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF me-sin-leer AND
                    (me-para = operador-actual OR
                     (me-para = SPACES AND depto-operador NOT = SPACES
                      AND me-depto = depto-operador) OR
                     (me-fue-escalado AND
                      me-escalado-a = operador-actual)) then
                    add 1 to cant-sin-leer
                    IF me-fue-escalado AND
                       me-escalado-a = operador-actual then
                       add 1 to cant-escalados
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE MEMOS

              IF cant-sin-leer > 0 then
                 Display "Memos sin leer: " cant-sin-leer
                 IF cant-escalados > 0 then
                    Display "  escalados a usted por demora: "
                       cant-escalados
                 END-IF
                 Display "Abrir los memos ahora? (S/N)"
                 MOVE "N" TO abrir-memos
                 ACCEPT abrir-memos
                 IF abrir-memos = "S" OR abrir-memos = "s" then
                    CALL 'memo' USING reg-retorno
                 END-IF
              END-IF
           END-IF.

           EXIT PROGRAM.
