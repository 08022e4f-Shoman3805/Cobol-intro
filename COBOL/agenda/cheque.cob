       IDENTIFICATION DIVISION.
       PROGRAM-ID. cheque.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHEQUES ASSIGN TO "cheques.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ch-clave
           FILE STATUS IS cheques-status.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

           SELECT PRINTFILE ASSIGN TO "cheques_pendientes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  CHEQUES.
       01  reg-cheque.
           05 ch-clave.
              10 ch-cta pic 9(05).
              10 ch-numero pic 9(08).
           05 ch-tipo pic x(01).
           05 ch-importe pic 9(06).
           05 ch-beneficiario pic x(30).
           05 ch-emision pic 9(08).
           05 ch-estado pic x(01).
           05 ch-fecha-estado pic 9(08).
           05 ch-motivo pic x(30).

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(80).

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 sesion-status pic x(2).
       01 operador-actual pic x(20).
       01 cheques-status pic x(2).
       01 status-cuentas pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-chq pic x(1).
       01 hoy pic 9(08).
       01 alguno pic x(1).
       01 cuenta-pedida pic 9(05).
       01 cuenta-valida pic x(1).
       01 numero-pedido pic 9(08).
       01 saldo-proyectado pic s9(8).
       01 motivo-rechazo pic x(30).
       01 resultado-asiento pic x(1).
       01 saldo-asiento pic s9(8).
       01 saldo-edit pic -(6)9.
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 cuenta-corte pic 9(05).
       01 cant-pendientes pic 9(04).
       01 importe-pendiente pic 9(08).
       01 total-pendientes pic 9(05) value 0.
       01 total-importe pic 9(09) value 0.
       01 linea-det.
           05 det-cta pic 9(5).
           05 filler pic x(2) value SPACES.
           05 det-numero pic 9(8).
           05 filler pic x(2) value SPACES.
           05 det-tipo pic x(1).
           05 filler pic x(2) value SPACES.
           05 det-importe pic z(5)9.
           05 filler pic x(2) value SPACES.
           05 det-emision pic 9(8).
           05 filler pic x(2) value SPACES.
           05 det-estado pic x(1).
           05 filler pic x(2) value SPACES.
           05 det-beneficiario pic x(30).
           05 filler pic x(9) value SPACES.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.

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

           DISPLAY "Registro de cheques"
           DISPLAY "E- Registrar un cheque emitido o recibido"
           DISPLAY "P- Presentacion de un cheque"
           DISPLAY "C- Compensar (acreditar/debitar) un cheque"
           DISPLAY "S- Orden de no pagar"
           DISPLAY "L- Listar los cheques de una cuenta"
           DISPLAY "R- Reporte de cheques pendientes por cuenta"
           ACCEPT opcion-chq
           INSPECT opcion-chq CONVERTING "epcslr" TO "EPCSLR"

           IF opcion-chq = "E" then
              PERFORM REGISTRAR-CHEQUE
           ELSE
           IF opcion-chq = "P" then
              PERFORM PRESENTAR-CHEQUE
           ELSE
           IF opcion-chq = "C" then
              PERFORM COMPENSAR-CHEQUE
           ELSE
           IF opcion-chq = "S" then
              PERFORM NO-PAGAR-CHEQUE
           ELSE
           IF opcion-chq = "L" then
              PERFORM LISTAR-CHEQUES
           ELSE
           IF opcion-chq = "R" then
              PERFORM REPORTE-PENDIENTES
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           CALL 'totales' USING "V" tot-depto reg-totales

           EXIT PROGRAM.

       PEDIR-CHEQUE.
           DISPLAY "Numero de cuenta"
           move 0 to cuenta-pedida
           ACCEPT cuenta-pedida
           DISPLAY "Numero de cheque"
           move 0 to numero-pedido
           ACCEPT numero-pedido
           move cuenta-pedida to ch-cta
           move numero-pedido to ch-numero.

       REGISTRAR-CHEQUE.
           DISPLAY "Numero de cuenta"
           move 0 to cuenta-pedida
           ACCEPT cuenta-pedida
           move "N" to cuenta-valida
           OPEN  input CUENTAS
           IF status-cuentas = "00" then
              move cuenta-pedida to cta-id
              READ CUENTAS KEY IS cta-id
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF cta-estado NOT = "C" then
                    move "S" to cuenta-valida
                 END-IF
              END-READ
              CLOSE CUENTAS
           END-IF
           IF cuenta-valida NOT = "S" then
              DISPLAY "Esa cuenta no existe o esta cerrada."
           ELSE
              OPEN  i-o CHEQUES
              IF cheques-status = "35" then
                 OPEN  output CHEQUES
                 CLOSE CHEQUES
                 OPEN  i-o CHEQUES
              END-IF
              move cuenta-pedida to ch-cta
              DISPLAY "Numero de cheque"
              move 0 to ch-numero
              ACCEPT ch-numero
              DISPLAY "Tipo (E-Emitido contra la cuenta  "
                 "R-Recibido en deposito)"
              MOVE "E" TO ch-tipo
              ACCEPT ch-tipo
              INSPECT ch-tipo CONVERTING "er" TO "ER"
              DISPLAY "Importe"
              move 0 to ch-importe
              ACCEPT ch-importe
              DISPLAY "Beneficiario o librador"
              MOVE SPACES TO ch-beneficiario
              ACCEPT ch-beneficiario
              IF ch-numero = 0 OR ch-importe = 0 OR
                 (ch-tipo NOT = "E" AND ch-tipo NOT = "R") then
                 DISPLAY "Datos invalidos, cheque no registrado."
              ELSE
                 move hoy to ch-emision
                 move "E" to ch-estado
                 move hoy to ch-fecha-estado
                 MOVE SPACES TO ch-motivo
                 WRITE reg-cheque
                    INVALID KEY
                       DISPLAY "Ese cheque ya esta registrado."
                    NOT INVALID KEY
                       DISPLAY "Cheque " ch-numero " registrado "
                          "para la cuenta " ch-cta
                       move "CHQ-ALTA" to aud-accion
                       PERFORM AUDITAR-CHEQUE
                 END-WRITE
              END-IF
              CLOSE CHEQUES
           END-IF.

       PRESENTAR-CHEQUE.
           OPEN  i-o CHEQUES
           IF cheques-status NOT = "00" then
              DISPLAY "No hay cheques registrados todavia."
           ELSE
              PERFORM PEDIR-CHEQUE
              READ CHEQUES KEY IS ch-clave
              INVALID KEY
                 DISPLAY "No existe ese cheque."
              NOT INVALID KEY
                 IF ch-estado NOT = "E" AND ch-estado NOT = "S" then
                    DISPLAY "El cheque ya fue presentado (estado "
                       ch-estado ")."
                 ELSE
                    MOVE SPACES TO motivo-rechazo
                    IF ch-estado = "S" then
                       move "orden de no pagar" to motivo-rechazo
                    ELSE
                       PERFORM VERIFICAR-FONDOS
                    END-IF
                    IF motivo-rechazo NOT = SPACES then
                       PERFORM RECHAZAR-CHEQUE
                    ELSE
                       move "P" to ch-estado
                       move hoy to ch-fecha-estado
                       REWRITE reg-cheque
                       DISPLAY "Cheque presentado, pendiente de "
                          "compensacion."
                       move "CHQ-PRES" to aud-accion
                       PERFORM AUDITAR-CHEQUE
                    END-IF
                 END-IF
              END-READ
              CLOSE CHEQUES
           END-IF.

       VERIFICAR-FONDOS.
           OPEN  input CUENTAS
           IF status-cuentas NOT = "00" then
              move "cuenta inexistente" to motivo-rechazo
           ELSE
              move ch-cta to cta-id
              READ CUENTAS KEY IS cta-id
              INVALID KEY
                 move "cuenta inexistente" to motivo-rechazo
              NOT INVALID KEY
                 IF cta-estado = "C" then
                    move "cuenta cerrada" to motivo-rechazo
                 ELSE
                 IF cta-estado = "B" AND ch-tipo = "E" then
                    move "cuenta bloqueada" to motivo-rechazo
                 ELSE
                 IF ch-tipo = "E" then
                    compute saldo-proyectado =
                       cta-saldo - ch-importe
                    IF saldo-proyectado < 0 AND
                       saldo-proyectado < (0 - cta-limite) then
                       move "supera el limite de credito"
                          to motivo-rechazo
                    END-IF
                 END-IF
                 END-IF
                 END-IF
              END-READ
              CLOSE CUENTAS
           END-IF.

       COMPENSAR-CHEQUE.
           OPEN  i-o CHEQUES
           IF cheques-status NOT = "00" then
              DISPLAY "No hay cheques registrados todavia."
           ELSE
              PERFORM PEDIR-CHEQUE
              READ CHEQUES KEY IS ch-clave
              INVALID KEY
                 DISPLAY "No existe ese cheque."
              NOT INVALID KEY
                 IF ch-estado = "S" then
                    move "orden de no pagar" to motivo-rechazo
                    PERFORM RECHAZAR-CHEQUE
                 ELSE
                 IF ch-estado NOT = "P" then
                    DISPLAY "Solo se compensan cheques presentados "
                       "(estado " ch-estado ")."
                 ELSE
                    PERFORM ASENTAR-CHEQUE
                 END-IF
                 END-IF
              END-READ
              CLOSE CHEQUES
           END-IF.

       ASENTAR-CHEQUE.
           MOVE SPACES TO reg-movimiento
           move ch-cta to mv-cta
           move hoy to mv-fecha
           IF ch-tipo = "E" then
              move "D" to mv-tipo
           ELSE
              move "C" to mv-tipo
           END-IF
           move ch-importe to mv-importe
           MOVE SPACES TO mv-referencia
           STRING "CHEQUE " DELIMITED BY SIZE
              ch-numero DELIMITED BY SIZE
              INTO mv-referencia
           move operador-actual to mv-operador
           CALL 'asentar' USING reg-movimiento resultado-asiento
              saldo-asiento reg-retorno
           IF resultado-asiento = "S" OR resultado-asiento = "Q" then
              move "C" to ch-estado
              move hoy to ch-fecha-estado
              REWRITE reg-cheque
              IF resultado-asiento = "S" then
                 move saldo-asiento to saldo-edit
                 DISPLAY "Cheque compensado, saldo " saldo-edit
              ELSE
                 DISPLAY "Cheque compensado, movimiento encolado "
                    "hasta el cierre de la ventana de lote."
              END-IF
              move "CHQ-COMP" to aud-accion
              PERFORM AUDITAR-CHEQUE
           ELSE
              move ret-motivo to motivo-rechazo
              PERFORM RECHAZAR-CHEQUE
           END-IF.

       RECHAZAR-CHEQUE.
           move "R" to ch-estado
           move hoy to ch-fecha-estado
           move motivo-rechazo to ch-motivo
           REWRITE reg-cheque
           DISPLAY "Cheque rechazado: " motivo-rechazo
           move "A" to ret-estado
           move "cheque rechazado" to ret-motivo
           move "CHQ-RECH" to aud-accion
           PERFORM AUDITAR-CHEQUE.

       NO-PAGAR-CHEQUE.
           OPEN  i-o CHEQUES
           IF cheques-status NOT = "00" then
              DISPLAY "No hay cheques registrados todavia."
           ELSE
              PERFORM PEDIR-CHEQUE
              READ CHEQUES KEY IS ch-clave
              INVALID KEY
                 DISPLAY "No existe ese cheque."
              NOT INVALID KEY
                 IF ch-estado NOT = "E" AND ch-estado NOT = "P" then
                    DISPLAY "El cheque no esta pendiente (estado "
                       ch-estado ")."
                 ELSE
                    move "S" to ch-estado
                    move hoy to ch-fecha-estado
                    move "orden de no pagar" to ch-motivo
                    REWRITE reg-cheque
                    DISPLAY "Orden de no pagar registrada."
                    move "CHQ-STOP" to aud-accion
                    PERFORM AUDITAR-CHEQUE
                 END-IF
              END-READ
              CLOSE CHEQUES
           END-IF.

       AUDITAR-CHEQUE.
           MOVE SPACES TO aud-usuario
           STRING ch-cta DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ch-numero DELIMITED BY SIZE
              INTO aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario.

       LISTAR-CHEQUES.
           OPEN  input CHEQUES
           IF cheques-status NOT = "00" then
              DISPLAY "No hay cheques registrados todavia."
           ELSE
              DISPLAY "Numero de cuenta"
              move 0 to cuenta-pedida
              ACCEPT cuenta-pedida
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              move cuenta-pedida to ch-cta
              move 0 to ch-numero
              START CHEQUES KEY IS >= ch-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CHEQUES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF ch-cta NOT = cuenta-pedida then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                    move "S" to alguno
                    DISPLAY "Cheque " ch-numero " " ch-tipo " "
                       ch-importe " emitido " ch-emision " estado "
                       ch-estado " " ch-fecha-estado " " ch-motivo
                 END-IF
              END-READ
              END-PERFORM
              IF alguno = "N" then
                 DISPLAY "No hay cheques para esa cuenta."
              END-IF
              CLOSE CHEQUES
           END-IF
           move "N" to FIN-ARCHIVO.

       REPORTE-PENDIENTES.
           move 0 to total-pendientes
           move 0 to total-importe
           OPEN  input CHEQUES
           IF cheques-status NOT = "00" then
              DISPLAY "No hay cheques registrados todavia."
           ELSE
              OPEN  output PRINTFILE
              MOVE SPACES TO linea-print
              STRING "CHEQUES PENDIENTES AL " DELIMITED BY SIZE
                 hoy DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
              MOVE "CUENTA CHEQUE    T IMPORTE EMISION  E BENEFICIARIO"
                 TO linea-print
              write linea-print
              MOVE "------ --------- - ------- -------- - ------------"
                 TO linea-print
              write linea-print
              move 0 to cuenta-corte
              move 0 to cant-pendientes
              move 0 to importe-pendiente
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CHEQUES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF ch-estado = "E" OR ch-estado = "P" then
                    IF ch-cta NOT = cuenta-corte AND
                       cant-pendientes > 0 then
                       PERFORM CORTE-CUENTA
                    END-IF
                    move ch-cta to cuenta-corte
                    add 1 to cant-pendientes
                    add ch-importe to importe-pendiente
                    add 1 to total-pendientes
                    add ch-importe to total-importe
                    move ch-cta to det-cta
                    move ch-numero to det-numero
                    move ch-tipo to det-tipo
                    move ch-importe to det-importe
                    move ch-emision to det-emision
                    move ch-estado to det-estado
                    move ch-beneficiario to det-beneficiario
                    move linea-det to linea-print
                    write linea-print
                 END-IF
              END-READ
              END-PERFORM
              IF cant-pendientes > 0 then
                 PERFORM CORTE-CUENTA
              END-IF
              MOVE SPACES TO linea-print
              STRING "Total pendientes: " DELIMITED BY SIZE
                 total-pendientes DELIMITED BY SIZE
                 "  Importe: " DELIMITED BY SIZE
                 total-importe DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
              CLOSE PRINTFILE
              CLOSE CHEQUES
              DISPLAY "Cheques pendientes: " total-pendientes
                 "  importe " total-importe
              DISPLAY "Detalle en cheques_pendientes.txt"
           END-IF
           move "N" to FIN-ARCHIVO.

       CORTE-CUENTA.
           MOVE SPACES TO linea-print
           STRING "  Cuenta " DELIMITED BY SIZE
              cuenta-corte DELIMITED BY SIZE
              ": " DELIMITED BY SIZE
              cant-pendientes DELIMITED BY SIZE
              " cheque(s) por " DELIMITED BY SIZE
              importe-pendiente DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           move 0 to cant-pendientes
           move 0 to importe-pendiente.
