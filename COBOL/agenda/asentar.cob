       IDENTIFICATION DIVISION.
       PROGRAM-ID. asentar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT COLA ASSIGN TO "cola_online.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cola-status.

       DATA DIVISION.
       FILE SECTION.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  COLA.
       01  linea-cola.
           05 qt-tipo pic x(04).
           05 filler pic x(01).
           05 qt-datos pic x(250).

       WORKING-STORAGE SECTION.
       01 status-cuentas pic x(2).
       01 mov-status pic x(2).
       01 cola-status pic x(2).
       01 ventana-abierta pic x(1) value "N".
       01 saldo-proyectado pic s9(8).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       COPY "movseq.cpy".

       LINKAGE SECTION.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY ==p-==.
       01 p-resultado pic x(1).
       01 p-saldo pic s9(8).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING p-reg-movimiento p-resultado p-saldo
           reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move "N" to p-resultado
           move 0 to p-saldo

           CALL 'ventana' USING "C" ventana-abierta

           OPEN  i-o CUENTAS
           IF status-cuentas NOT = "00" then
              move "E" to ret-estado
              move "cuentas.txt no disponible" to ret-motivo
           ELSE
              move p-mv-cta to cta-id
              READ CUENTAS KEY IS cta-id
              INVALID KEY
                 move "A" to ret-estado
                 move "cuenta inexistente" to ret-motivo
              NOT INVALID KEY
                 PERFORM VALIDAR-ASIENTO
              END-READ
              IF ret-estado = "O" then
                 IF ventana-abierta = "S" then
                    PERFORM ENCOLAR-MOVIMIENTO
                 ELSE
                    PERFORM APLICAR-ASIENTO
                 END-IF
              END-IF
              CLOSE CUENTAS
           END-IF

           EXIT PROGRAM.

       VALIDAR-ASIENTO.
           move cta-saldo to p-saldo
           IF cta-estado = "C" then
              move "A" to ret-estado
              move "cuenta cerrada" to ret-motivo
           ELSE
           IF cta-estado = "B" AND p-mv-tipo = "D" then
              move "A" to ret-estado
              move "cuenta bloqueada para debitos" to ret-motivo
           ELSE
           IF (p-mv-tipo NOT = "C" AND p-mv-tipo NOT = "D") OR
              p-mv-importe = 0 then
              move "A" to ret-estado
              move "datos invalidos" to ret-motivo
           ELSE
              IF p-mv-tipo = "D" then
                 compute saldo-proyectado =
                    cta-saldo - p-mv-importe
              ELSE
                 compute saldo-proyectado =
                    cta-saldo + p-mv-importe
              END-IF
              IF p-mv-tipo = "D" AND
                 saldo-proyectado < 0 AND
                 saldo-proyectado < (0 - cta-limite) then
                 move "A" to ret-estado
                 move "supera el limite de credito" to ret-motivo
              END-IF
           END-IF
           END-IF
           END-IF.

       APLICAR-ASIENTO.
           move p-reg-movimiento to reg-movimiento
           move "N" to MVS-GRABADO
           PERFORM ALTA-MOVIMIENTO
           IF MVS-GRABADO NOT = "S" then
              move "E" to ret-estado
              move "no se pudo grabar el movimiento" to ret-motivo
           ELSE
              move saldo-proyectado to cta-saldo
              REWRITE reg-cuenta
              move cta-saldo to p-saldo
              move "S" to p-resultado
              move "CTA-MOV" to aud-accion
              move p-mv-referencia to aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
           END-IF.

       ENCOLAR-MOVIMIENTO.
           OPEN  extend COLA
           IF cola-status = "35" then
              OPEN  output COLA
           END-IF
           MOVE SPACES TO linea-cola
           move "MOV" to qt-tipo
           move p-reg-movimiento to qt-datos
           write linea-cola
           CLOSE COLA
           move "Q" to p-resultado.

       COPY "movseqpr.cpy".
