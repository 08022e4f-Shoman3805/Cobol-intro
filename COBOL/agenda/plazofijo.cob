       IDENTIFICATION DIVISION.
       PROGRAM-ID. plazofijo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLAZOS ASSIGN TO "plazosfijos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pf-id
           FILE STATUS IS plazos-status.

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

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  PLAZOS.
       COPY "plazofijo.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 sesion-status pic x(2).
       01 operador-actual pic x(20).
       01 plazos-status pic x(2).
       01 status-cuentas pic x(2).
       01 mov-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-pf pic x(1).
       01 hoy pic 9(08).
       01 alguno pic x(1).
       01 cuenta-pedida pic 9(05).
       01 cuenta-valida pic x(1).
       01 id-nuevo pic 9(04).
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 capital-ped pic 9(06).
       01 tasa-ped pic 9(04).
       01 plazo-ped pic 9(03).
       01 renovacion-ped pic x(01).
       01 vence-calc pic 9(08).
       01 dias-plazo pic s9(7).
       01 fec-valida pic x(1).
       01 saldo-proyectado pic s9(8).
       01 plazo-grabado pic x(1).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.
       COPY "movseq.cpy".
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

           DISPLAY "A- Alta de plazo fijo"
           DISPLAY "L- Listar plazos fijos"
           DISPLAY "P- Procesar los vencimientos de hoy"
           ACCEPT opcion-pf
           INSPECT opcion-pf CONVERTING "alp" TO "ALP"

           IF opcion-pf = "A" then
              PERFORM ALTA-PLAZO
           ELSE
           IF opcion-pf = "L" then
              PERFORM LISTAR-PLAZOS
           ELSE
           IF opcion-pf = "P" then
              CALL 'vencepf' USING parm-modo parm-depto reg-retorno
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           CALL 'totales' USING "V" tot-depto reg-totales

           EXIT PROGRAM.

       ALTA-PLAZO.
           DISPLAY "Numero de cuenta que constituye el plazo fijo"
           move 0 to cuenta-pedida
           ACCEPT cuenta-pedida
           move "N" to cuenta-valida
           OPEN  i-o CUENTAS
           IF status-cuentas = "00" then
              move cuenta-pedida to cta-id
              READ CUENTAS KEY IS cta-id
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF cta-estado NOT = "C" AND cta-estado NOT = "B" then
                    move "S" to cuenta-valida
                 END-IF
              END-READ
           END-IF
           IF cuenta-valida NOT = "S" then
              DISPLAY "Esa cuenta no existe, esta cerrada o bloqueada."
              IF status-cuentas = "00" then
                 CLOSE CUENTAS
              END-IF
           ELSE
              DISPLAY "Capital a depositar"
              move 0 to capital-ped
              ACCEPT capital-ped
              DISPLAY "Tasa anual en centesimas de porciento "
                 "(850 = 8,50%)"
              move 0 to tasa-ped
              ACCEPT tasa-ped
              DISPLAY "Plazo en dias (1-999)"
              move 0 to plazo-ped
              ACCEPT plazo-ped
              DISPLAY "Al vencimiento: P- Pagar capital e interes  "
                 "R- Renovar el capital  I- Renovar capital mas "
                 "interes"
              MOVE "P" TO renovacion-ped
              ACCEPT renovacion-ped
              INSPECT renovacion-ped CONVERTING "pri" TO "PRI"
              compute saldo-proyectado = cta-saldo - capital-ped
              IF capital-ped = 0 OR plazo-ped = 0 OR
                 (renovacion-ped NOT = "P" AND
                  renovacion-ped NOT = "R" AND
                  renovacion-ped NOT = "I") then
                 DISPLAY "Datos invalidos, plazo fijo no creado."
                 CLOSE CUENTAS
              ELSE
              IF saldo-proyectado < 0 AND
                 saldo-proyectado < (0 - cta-limite) then
                 DISPLAY "Saldo insuficiente: el debito superaria "
                    "el limite de la cuenta."
                 CLOSE CUENTAS
              ELSE
                 OPEN  i-o PLAZOS
                 IF plazos-status = "35" then
                    OPEN  output PLAZOS
                    CLOSE PLAZOS
                    OPEN  i-o PLAZOS
                 END-IF
                 move 0 to id-nuevo
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ PLAZOS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF pf-id > id-nuevo then
                       move pf-id to id-nuevo
                    END-IF
                 END-READ
                 END-PERFORM
                 move "N" to FIN-ARCHIVO
                 move "PLAZOFIJO" to nombre-contador
                 move id-nuevo to minimo-contador
                 CALL 'contador' USING nombre-contador
                    minimo-contador valor-contador
                 IF valor-contador = 0 then
                    add 1 to id-nuevo
                 ELSE
                    move valor-contador to id-nuevo
                 END-IF

                 move plazo-ped to dias-plazo
                 CALL 'fechas' USING "S" hoy vence-calc
                    dias-plazo fec-valida
                 move id-nuevo to pf-id
                 move cuenta-pedida to pf-cta
                 move capital-ped to pf-capital
                 move tasa-ped to pf-tasa
                 move hoy to pf-inicio
                 move plazo-ped to pf-plazo
                 move vence-calc to pf-vence
                 move renovacion-ped to pf-renovacion
                 move "V" to pf-estado
                 move 0 to pf-renovaciones
                 move "S" to plazo-grabado
                 WRITE reg-plazofijo
                    INVALID KEY
                       move "N" to plazo-grabado
                 END-WRITE

                 IF plazo-grabado NOT = "S" then
                    DISPLAY "No se pudo grabar el plazo fijo "
                       id-nuevo ": la cuenta no se debito."
                    move "E" to ret-estado
                    move "no se pudo grabar el plazo fijo"
                       to ret-motivo
                 ELSE
                    PERFORM DEBITAR-CAPITAL
                    IF MVS-GRABADO = "S" then
                       DISPLAY "Plazo fijo " id-nuevo
                          " constituido por " capital-ped
                          ", vence " vence-calc
                    ELSE
                       move id-nuevo to pf-id
                       DELETE PLAZOS RECORD
                          INVALID KEY
                             CONTINUE
                       END-DELETE
                       DISPLAY "No se pudo grabar el debito: plazo "
                          "fijo no constituido."
                       move "E" to ret-estado
                       move "no se pudo grabar el movimiento"
                          to ret-motivo
                    END-IF
                 END-IF
                 CLOSE PLAZOS
                 CLOSE CUENTAS
              END-IF
              END-IF
           END-IF.

       DEBITAR-CAPITAL.
           MOVE SPACES TO reg-movimiento
           move cuenta-pedida to mv-cta
           move hoy to mv-fecha
           move "D" to mv-tipo
           move capital-ped to mv-importe
           MOVE SPACES TO mv-referencia
           STRING "PLAZO FIJO " DELIMITED BY SIZE
              id-nuevo DELIMITED BY SIZE
              INTO mv-referencia
           move operador-actual to mv-operador
           move "N" to MVS-GRABADO
           PERFORM ALTA-MOVIMIENTO
           IF MVS-GRABADO = "S" then
              subtract capital-ped from cta-saldo
              REWRITE reg-cuenta
           END-IF.

       LISTAR-PLAZOS.
           OPEN  input PLAZOS
           IF plazos-status NOT = "00" then
              DISPLAY "No hay plazos fijos registrados todavia."
           ELSE
              DISPLAY "Numero de cuenta (0 = todas)"
              move 0 to cuenta-pedida
              ACCEPT cuenta-pedida
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PLAZOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cuenta-pedida = 0 OR pf-cta = cuenta-pedida then
                    move "S" to alguno
                    DISPLAY "Plazo " pf-id " cuenta " pf-cta
                       " capital " pf-capital " tasa " pf-tasa
                       " " pf-plazo " dias, vence " pf-vence
                       " (" pf-renovacion "/" pf-estado ")"
                 END-IF
              END-READ
              END-PERFORM
              IF alguno = "N" then
                 DISPLAY "No hay plazos fijos para mostrar."
              END-IF
              CLOSE PLAZOS
           END-IF.

       COPY "movseqpr.cpy".
