       IDENTIFICATION DIVISION.
       PROGRAM-ID. mapamayor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLANCTAS ASSIGN TO "mayor_cuentas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS plan-status.

           SELECT ENVIADOS ASSIGN TO "mayor_enviados.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS enviados-status.

           SELECT CATEGMOV ASSIGN TO "categmov.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cm-codigo
           FILE STATUS IS categmov-status.

       DATA DIVISION.
       FILE SECTION.

       FD  PLANCTAS.
       01  linea-plan.
           05 mc-categoria pic x(04).
           05 filler pic x(01).
           05 mc-cuenta pic x(10).

       FD  ENVIADOS.
       01  reg-enviado.
           05 en-fecha pic 9(08).
           05 filler pic x(01).
           05 en-lote pic 9(06).
           05 filler pic x(01).
           05 en-lineas pic 9(06).
           05 filler pic x(01).
           05 en-total pic 9(14).

       FD  CATEGMOV.
       01  reg-categmov.
           05 cm-codigo pic x(04).
           05 cm-descripcion pic x(30).

       WORKING-STORAGE SECTION.
       01 plan-status pic x(2).
       01 enviados-status pic x(2).
       01 categmov-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-mayor pic x(1).
       01 alguno pic x(1).
       01 categoria-valida pic x(1).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           DISPLAY "Interfaz con contabilidad general"
           DISPLAY "M- Asignar cuenta contable a una categoria"
           DISPLAY "L- Listar la tabla de cuentas contables"
           DISPLAY "G- Generar el diario contable de un dia"
           DISPLAY "E- Listar los dias ya enviados"
           ACCEPT opcion-mayor
           INSPECT opcion-mayor CONVERTING "mlge" TO "MLGE"

           IF opcion-mayor = "M" then
              PERFORM ASIGNAR-CUENTA
           ELSE
           IF opcion-mayor = "L" then
              PERFORM LISTAR-PLAN
           ELSE
           IF opcion-mayor = "G" then
              CALL 'mayor' USING parm-modo parm-depto reg-retorno
           ELSE
           IF opcion-mayor = "E" then
              PERFORM LISTAR-ENVIADOS
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       ASIGNAR-CUENTA.
           DISPLAY "Categoria de movimiento (*DEP = cuenta de "
              "depositos, *DEF = cuenta por defecto)"
           MOVE SPACES TO linea-plan
           ACCEPT mc-categoria
           INSPECT mc-categoria CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move "N" to categoria-valida
           IF mc-categoria = "*DEP" OR mc-categoria = "*DEF" then
              move "S" to categoria-valida
           ELSE
              OPEN  input CATEGMOV
              IF categmov-status NOT = "00" then
                 move "S" to categoria-valida
              ELSE
                 move mc-categoria to cm-codigo
                 READ CATEGMOV KEY IS cm-codigo
                 INVALID KEY
                    DISPLAY "Esa categoria no existe en el catalogo."
                 NOT INVALID KEY
                    move "S" to categoria-valida
                 END-READ
                 CLOSE CATEGMOV
              END-IF
           END-IF
           IF categoria-valida = "S" then
              DISPLAY "Cuenta contable"
              ACCEPT mc-cuenta
              IF mc-cuenta = SPACES then
                 DISPLAY "Cuenta contable invalida."
              ELSE
                 OPEN  extend PLANCTAS
                 IF plan-status = "35" then
                    OPEN  output PLANCTAS
                 END-IF
                 write linea-plan
                 CLOSE PLANCTAS
                 move "MAYOR-MAP" to aud-accion
                 move linea-plan to aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
                 DISPLAY "Cuenta asignada (la ultima linea del "
                    "archivo manda)."
              END-IF
           END-IF.

       LISTAR-PLAN.
           OPEN  input PLANCTAS
           IF plan-status NOT = "00" then
              DISPLAY "No hay cuentas contables asignadas todavia."
           ELSE
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PLANCTAS
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 DISPLAY mc-categoria " -> " mc-cuenta
              END-READ
              END-PERFORM
              CLOSE PLANCTAS
           END-IF
           move "N" to FIN-ARCHIVO.

       LISTAR-ENVIADOS.
           OPEN  input ENVIADOS
           IF enviados-status NOT = "00" then
              DISPLAY "Todavia no se envio ningun diario."
           ELSE
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ENVIADOS
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move "S" to alguno
                 DISPLAY en-fecha " lote " en-lote " lineas "
                    en-lineas " total " en-total
              END-READ
              END-PERFORM
              CLOSE ENVIADOS
              IF alguno = "N" then
                 DISPLAY "Todavia no se envio ningun diario."
              END-IF
           END-IF
           move "N" to FIN-ARCHIVO.
