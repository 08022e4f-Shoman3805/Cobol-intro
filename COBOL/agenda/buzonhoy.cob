       IDENTIFICATION DIVISION.
       PROGRAM-ID. buzonhoy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BUZON ASSIGN TO "reportes_buzon.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS bz-id
           FILE STATUS IS buzon-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  BUZON.
       COPY "buzonrep.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 buzon-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 cant-nuevos pic 9(03) value 0.
       01 operador-actual pic x(20).
       01 depto-operador pic x(10).
       01 pref-idioma pic x(1).
       01 pref-pagina pic 9(3).
       01 pref-modo pic x(1).
       01 resp-vistos pic x(1).
       01 es-para-mi pic x(1).

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           move "N" to FIN-ARCHIVO
           move 0 to cant-nuevos
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
           CALL 'preferir' USING depto-operador pref-idioma
              pref-pagina pref-modo

           OPEN  input BUZON
           IF buzon-status = "00" then
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ BUZON NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 PERFORM VER-DESTINO
                 IF es-para-mi = "S" then
                    add 1 to cant-nuevos
                    IF cant-nuevos = 1 then
                       Display "Reportes nuevos en su buzon:"
                       Display "REPORTE      GEN  FECHA    LINEAS"
                    END-IF
                    Display bz-reporte " " bz-gen " " bz-fecha " "
                       bz-lineas
                 END-IF
              END-READ
              END-PERFORM
              CLOSE BUZON

              IF cant-nuevos > 0 then
                 Display "Puede verlos desde la consulta del spool."
                 Display "Marcarlos como vistos? (S/N)"
                 MOVE "N" TO resp-vistos
                 ACCEPT resp-vistos
                 IF resp-vistos = "S" OR resp-vistos = "s" then
                    PERFORM MARCAR-VISTOS
                 END-IF
              END-IF
           END-IF.

           EXIT PROGRAM.

       VER-DESTINO.
           move "N" to es-para-mi
           IF bz-sin-leer then
              IF bz-destino-tipo = "O" AND
                 bz-destino = operador-actual then
                 move "S" to es-para-mi
              END-IF
              IF bz-destino-tipo = "D" AND
                 depto-operador NOT = SPACES AND
                 bz-destino = depto-operador then
                 move "S" to es-para-mi
              END-IF
           END-IF.

       MARCAR-VISTOS.
           OPEN  i-o BUZON
           IF buzon-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ BUZON NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 PERFORM VER-DESTINO
                 IF es-para-mi = "S" then
                    move "S" to bz-leido
                    move operador-actual to bz-leido-por
                    move hoy to bz-fecha-leido
                    REWRITE reg-buzon
                 END-IF
              END-READ
              END-PERFORM
              CLOSE BUZON
           END-IF.
