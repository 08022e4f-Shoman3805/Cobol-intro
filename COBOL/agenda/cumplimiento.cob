       IDENTIFICATION DIVISION.
       PROGRAM-ID. cumplimiento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REPORTADOS ASSIGN TO "regulatorio_reportados.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rr-clave
           FILE STATUS IS reportados-status.

           SELECT UMBRAL ASSIGN TO "regulatorio_umbral.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS umbral-status.

       DATA DIVISION.
       FILE SECTION.

       FD  REPORTADOS.
       COPY "reportado.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  UMBRAL.
       01  linea-umbral.
           05 ru-umbral pic 9(12).

       WORKING-STORAGE SECTION.
       01 reportados-status pic x(2).
       01 umbral-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-cump pic x(1).
       01 alguno pic x(1).
       01 periodo-pedido pic 9(06).
       01 umbral-pedido pic 9(12).
       01 total-edit pic z(11)9.99.
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           DISPLAY "Regimen informativo de operaciones"
           DISPLAY "G- Generar el regimen de un periodo"
           DISPLAY "U- Fijar el umbral mensual"
           DISPLAY "L- Listar titulares informados"
           ACCEPT opcion-cump
           INSPECT opcion-cump CONVERTING "gul" TO "GUL"

           IF opcion-cump = "G" then
              CALL 'regulatorio' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF opcion-cump = "U" then
              PERFORM FIJAR-UMBRAL
           ELSE
           IF opcion-cump = "L" then
              PERFORM LISTAR-INFORMADOS
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       FIJAR-UMBRAL.
           OPEN  input UMBRAL
           IF umbral-status = "00" then
              READ UMBRAL
              AT END
                 CONTINUE
              NOT AT END
                 DISPLAY "Umbral actual: " ru-umbral
              END-READ
              CLOSE UMBRAL
           END-IF
           DISPLAY "Nuevo umbral mensual en moneda local"
           move 0 to umbral-pedido
           ACCEPT umbral-pedido
           IF umbral-pedido = 0 then
              DISPLAY "Umbral invalido, sin cambios."
           ELSE
              OPEN  output UMBRAL
              move umbral-pedido to ru-umbral
              write linea-umbral
              CLOSE UMBRAL
              move "REG-UMBRAL" to aud-accion
              MOVE SPACES TO aud-usuario
              move umbral-pedido to aud-usuario(1:12)
              CALL 'auditar' USING aud-accion aud-usuario
              DISPLAY "Umbral registrado."
           END-IF.

       LISTAR-INFORMADOS.
           OPEN  input REPORTADOS
           IF reportados-status NOT = "00" then
              DISPLAY "Todavia no se informo ningun titular."
           ELSE
              DISPLAY "Periodo (AAAAMM, 0 = todos)"
              move 0 to periodo-pedido
              ACCEPT periodo-pedido
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ REPORTADOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF periodo-pedido = 0 OR
                    rr-periodo = periodo-pedido then
                    move "S" to alguno
                    move rr-total to total-edit
                    DISPLAY rr-periodo " " rr-titular " " rr-tipo
                       " v" rr-version " " total-edit " lote "
                       rr-lote
                 END-IF
              END-READ
              END-PERFORM
              IF alguno = "N" then
                 DISPLAY "No hay titulares informados en ese periodo."
              END-IF
              CLOSE REPORTADOS
           END-IF
           move "N" to FIN-ARCHIVO.
