       IDENTIFICATION DIVISION.
       PROGRAM-ID. revalerta.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ALERTAS ASSIGN TO "alertas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS al-clave
           FILE STATUS IS alertas-status.

           SELECT REGLAS ASSIGN TO "alertas_reglas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS reglas-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  ALERTAS.
       COPY "alerta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  REGLAS.
       01  linea-regla.
           05 rg-nombre pic x(12).
           05 filler pic x(01).
           05 rg-valor pic x(20).
           05 rg-numero REDEFINES rg-valor.
              10 rg-cifra pic 9(06).
              10 filler pic x(14).

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 alertas-status pic x(2).
       01 reglas-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 operador-actual pic x(20).
       01 rol-actual pic x(1).
       01 opcion-alerta pic x(1).
       01 estado-pedido pic x(1).
       01 decision pic x(1).
       01 alguno pic x(1).
       01 hoy pic 9(08).
       01 cant-liberadas pic 9(04).
       01 cant-escaladas pic 9(04).
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
                 "puede revisar alertas."
              move "A" to ret-estado
              move "revision requiere rol admin" to ret-motivo
              accept FIN-ARCHIVO
              EXIT PROGRAM
           END-IF

           ACCEPT hoy FROM DATE YYYYMMDD

           DISPLAY "Alertas de movimientos inusuales"
           DISPLAY "R- Revisar alertas pendientes"
           DISPLAY "L- Listar alertas"
           DISPLAY "D- Ejecutar la deteccion"
           DISPLAY "P- Fijar un parametro de las reglas"
           ACCEPT opcion-alerta
           INSPECT opcion-alerta CONVERTING "rldp" TO "RLDP"

           IF opcion-alerta = "R" then
              PERFORM REVISAR-ALERTAS
           ELSE
           IF opcion-alerta = "L" then
              PERFORM LISTAR-ALERTAS
           ELSE
           IF opcion-alerta = "D" then
              CALL 'alertas' USING parm-modo parm-depto reg-retorno
           ELSE
           IF opcion-alerta = "P" then
              PERFORM FIJAR-REGLA
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       REVISAR-ALERTAS.
           OPEN  i-o ALERTAS
           IF alertas-status NOT = "00" then
              DISPLAY "No hay alertas registradas todavia."
           ELSE
              move 0 to cant-liberadas
              move 0 to cant-escaladas
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ALERTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF al-estado = "P" then
                    move "S" to alguno
                    PERFORM DECIDIR-ALERTA
                 END-IF
              END-READ
              END-PERFORM
              CLOSE ALERTAS
              IF alguno = "N" then
                 DISPLAY "No hay alertas pendientes."
              ELSE
                 DISPLAY cant-liberadas " liberada(s), "
                    cant-escaladas " escalada(s)."
              END-IF
           END-IF
           move "N" to FIN-ARCHIVO.

       DECIDIR-ALERTA.
           DISPLAY "------------------------------------------"
           DISPLAY "Cuenta " al-cta " fecha " al-fecha " seq "
              al-seq " regla " al-regla
           DISPLAY "   " al-tipo " " al-importe " operador "
              al-operador " hora " al-hora(1:4)
           DISPLAY "   " al-detalle
           DISPLAY "L- Liberar  E- Escalar  S- Saltar  F- Terminar"
           MOVE SPACES TO decision
           ACCEPT decision
           INSPECT decision CONVERTING "lesf" TO "LESF"
           IF decision = "F" then
              MOVE "S" TO FIN-ARCHIVO
           ELSE
           IF decision = "L" OR decision = "E" then
              DISPLAY "Comentario"
              MOVE SPACES TO al-comentario
              ACCEPT al-comentario
              move decision to al-estado
              move operador-actual to al-revisor
              move hoy to al-fecha-rev
              REWRITE reg-alerta
              IF decision = "L" then
                 add 1 to cant-liberadas
                 move "ALR-LIBRE" to aud-accion
              ELSE
                 add 1 to cant-escaladas
                 move "ALR-ESCALA" to aud-accion
              END-IF
              MOVE SPACES TO aud-usuario
              STRING al-cta DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 al-fecha DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 al-seq DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 al-regla DELIMITED BY SIZE
                 INTO aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
           END-IF
           END-IF.

       LISTAR-ALERTAS.
           OPEN  input ALERTAS
           IF alertas-status NOT = "00" then
              DISPLAY "No hay alertas registradas todavia."
           ELSE
              DISPLAY "Estado (P pendiente, L liberada, E escalada, "
                 "blanco = todas)"
              MOVE SPACES TO estado-pedido
              ACCEPT estado-pedido
              INSPECT estado-pedido CONVERTING "ple" TO "PLE"
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ALERTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF estado-pedido = SPACES OR
                    al-estado = estado-pedido then
                    move "S" to alguno
                    DISPLAY al-cta " " al-fecha " " al-seq " "
                       al-regla " " al-estado " " al-importe " "
                       al-detalle
                    IF al-estado NOT = "P" then
                       DISPLAY "   revisada por " al-revisor " el "
                          al-fecha-rev ": " al-comentario
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              IF alguno = "N" then
                 DISPLAY "No hay alertas en ese estado."
              END-IF
              CLOSE ALERTAS
           END-IF
           move "N" to FIN-ARCHIVO.

       FIJAR-REGLA.
           DISPLAY "Parametros: MULTIPLO, MINIMO-HIST, DEBITOS-DIA, "
              "HORA-INICIO, HORA-FIN (HHMM), DORMIDAS (0/1), "
              "EXCLUIR-OPER"
           DISPLAY "Nombre del parametro"
           MOVE SPACES TO linea-regla
           ACCEPT rg-nombre
           INSPECT rg-nombre CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF rg-nombre = "EXCLUIR-OPER" then
              DISPLAY "Operador a excluir de las reglas de horario "
                 "y de cuentas dormidas"
              ACCEPT rg-valor
           ELSE
           IF rg-nombre = "MULTIPLO" OR rg-nombre = "MINIMO-HIST" OR
              rg-nombre = "DEBITOS-DIA" OR
              rg-nombre = "HORA-INICIO" OR rg-nombre = "HORA-FIN" OR
              rg-nombre = "DORMIDAS" then
              DISPLAY "Valor (0 desactiva la regla)"
              move 0 to rg-cifra
              ACCEPT rg-cifra
           ELSE
              DISPLAY "Parametro desconocido."
              MOVE SPACES TO rg-nombre
           END-IF
           END-IF
           IF rg-nombre NOT = SPACES then
              OPEN  extend REGLAS
              IF reglas-status = "35" then
                 OPEN  output REGLAS
              END-IF
              write linea-regla
              CLOSE REGLAS
              move "ALR-REGLA" to aud-accion
              move linea-regla to aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
              DISPLAY "Parametro registrado (la ultima linea "
                 "del archivo manda)."
           END-IF.
