       IDENTIFICATION DIVISION.
       PROGRAM-ID. pagoserv.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAGOS ASSIGN TO "pagos_servicios.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ps-id
           ALTERNATE RECORD KEY IS ps-ente WITH DUPLICATES
           FILE STATUS IS pagos-status.

           SELECT ENTES ASSIGN TO "entes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS en-codigo
           FILE STATUS IS entes-status.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

           SELECT FIRMANTES ASSIGN TO "firmantes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fi-clave
           FILE STATUS IS FIR-STATUS.

           SELECT RECIBO ASSIGN TO "recibo_servicio.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  PAGOS.
       COPY "pagoserv.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ENTES.
       COPY "ente.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  FIRMANTES.
       COPY "firmante.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  RECIBO.
       01  linea-recibo pic x(60).

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 pagos-status pic x(2).
       01 entes-status pic x(2).
       01 status-cuentas pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 ahora pic 9(08).
       01 opcion-pago pic x(1).
       01 pago-ok pic x(1).
       01 alguna pic x(1).
       01 cuenta-pedida pic 9(05).
       01 ente-pedido pic x(06).
       01 nombre-ente pic x(30).
       01 cuenta-ente pic 9(05).
       01 formato-ente pic x(20).
       01 referencia-pedida pic x(20).
       01 referencia-ok pic x(1).
       01 pos-ref pic 9(02).
       01 caracter-ref pic x(01).
       01 caracter-fmt pic x(01).
       01 importe-pedido pic 9(06).
       01 confirma pic x(1).
       01 firma-ok pic x(1).
       01 primer-firmante pic x(30).
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 id-pago pic 9(06).
       01 recibo-pedido pic 9(06).
       01 resultado-asiento pic x(1).
       01 resultado-debito pic x(1).
       01 saldo-asiento pic s9(8).
       01 saldo-edit pic -(6)9.
       01 importe-edit pic z(5)9.
       01 motivo-asiento pic x(40).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 atr-funcion pic x(1).
       01 atr-tipo pic x(1).
       01 atr-importe pic 9(08).
       01 atr-detalle pic x(30).
       01 atr-resultado pic x(1).
       01 atr-motivo pic x(40).
       01 atr-sobrepaso pic x(1).
       01 programa-visado pic x(10) value "pagoserv".
       01 detalle-visado pic x(80).
       01 resultado-visado pic x(1).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.
       COPY "firma.cpy".

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

           DISPLAY "Pago de servicios e impuestos"
           DISPLAY "P- Pagar una factura de servicio"
           DISPLAY "R- Reimprimir un recibo"
           DISPLAY "L- Listar los pagos de una cuenta"
           ACCEPT opcion-pago
           INSPECT opcion-pago CONVERTING "prl" TO "PRL"

           IF opcion-pago = "P" then
              PERFORM PAGAR-SERVICIO
           ELSE
           IF opcion-pago = "R" then
              PERFORM REIMPRIMIR-RECIBO
           ELSE
           IF opcion-pago = "L" then
              PERFORM LISTAR-PAGOS
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       PAGAR-SERVICIO.
           move "N" to pago-ok
           DISPLAY "Cuenta a debitar"
           move 0 to cuenta-pedida
           ACCEPT cuenta-pedida
           OPEN  input CUENTAS
           IF status-cuentas NOT = "00" then
              DISPLAY "No hay cuentas registradas todavia."
           ELSE
              move cuenta-pedida to cta-id
              READ CUENTAS KEY IS cta-id
              INVALID KEY
                 DISPLAY "Esa cuenta no existe."
              NOT INVALID KEY
                 IF cta-estado = "C" then
                    DISPLAY "Esa cuenta esta cerrada."
                 ELSE
                 IF cta-estado = "B" then
                    DISPLAY "La cuenta esta bloqueada para debitos."
                 ELSE
                    move "S" to pago-ok
                    move cta-titular to FIR-TITULAR
                 END-IF
                 END-IF
              END-READ
              CLOSE CUENTAS
           END-IF
           IF pago-ok = "S" then
              move cuenta-pedida to FIR-CTA
              PERFORM PEDIR-FIRMANTE
              move firma-ok to pago-ok
           END-IF
           IF pago-ok = "S" then
              PERFORM PEDIR-ENTE
           END-IF
           IF pago-ok = "S" then
              DISPLAY "Referencia de la factura (" formato-ente ")"
              MOVE SPACES TO referencia-pedida
              ACCEPT referencia-pedida
              INSPECT referencia-pedida CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              PERFORM VALIDAR-REFERENCIA
              IF referencia-ok NOT = "S" then
                 DISPLAY "La referencia no respeta el formato del "
                    "ente: " formato-ente
                 move "N" to pago-ok
              END-IF
           END-IF
           IF pago-ok = "S" then
              DISPLAY "Importe"
              move 0 to importe-pedido
              ACCEPT importe-pedido
              IF importe-pedido = 0 then
                 DISPLAY "Importe invalido, pago no registrado."
                 move "N" to pago-ok
              END-IF
           END-IF
           IF pago-ok = "S" then
              PERFORM CONTROLAR-ATRIBUCION
           END-IF
           IF pago-ok = "S" then
              DISPLAY "Pagar " importe-pedido " a " nombre-ente
              DISPLAY "referencia " referencia-pedida
                 " con la cuenta " cuenta-pedida
              DISPLAY "Confirma? (S/N)"
              MOVE "N" TO confirma
              ACCEPT confirma
              IF confirma NOT = "S" AND confirma NOT = "s" then
                 DISPLAY "Pago no registrado."
                 move "N" to pago-ok
              END-IF
           END-IF
           IF pago-ok = "S" then
              PERFORM REGISTRAR-PAGO
           END-IF.

       PEDIR-ENTE.
           move "N" to pago-ok
           DISPLAY "Codigo del ente"
           MOVE SPACES TO ente-pedido
           ACCEPT ente-pedido
           INSPECT ente-pedido CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           OPEN  input ENTES
           IF entes-status NOT = "00" then
              DISPLAY "No hay entes recaudadores registrados."
           ELSE
              move ente-pedido to en-codigo
              READ ENTES KEY IS en-codigo
              INVALID KEY
                 DISPLAY "No existe ese ente."
              NOT INVALID KEY
                 IF NOT en-activo then
                    DISPLAY "Ese ente esta dado de baja."
                 ELSE
                 IF en-cuenta = cuenta-pedida then
                    DISPLAY "No se puede pagar desde la cuenta del "
                       "propio ente."
                 ELSE
                    move "S" to pago-ok
                    move en-nombre to nombre-ente
                    move en-cuenta to cuenta-ente
                    move en-formato to formato-ente
                 END-IF
                 END-IF
              END-READ
              CLOSE ENTES
           END-IF.

       VALIDAR-REFERENCIA.
           move "S" to referencia-ok
           IF referencia-pedida = SPACES then
              move "N" to referencia-ok
           END-IF
           IF formato-ente NOT = SPACES then
              PERFORM VARYING pos-ref FROM 1 BY 1
                 UNTIL pos-ref > 20
                 move referencia-pedida(pos-ref:1) to caracter-ref
                 move formato-ente(pos-ref:1) to caracter-fmt
                 IF caracter-fmt = SPACE then
                    IF caracter-ref NOT = SPACE then
                       move "N" to referencia-ok
                    END-IF
                 ELSE
                 IF caracter-fmt = "9" then
                    IF caracter-ref IS NOT NUMERIC then
                       move "N" to referencia-ok
                    END-IF
                 ELSE
                 IF caracter-fmt = "A" then
                    IF caracter-ref IS NOT ALPHABETIC OR
                       caracter-ref = SPACE then
                       move "N" to referencia-ok
                    END-IF
                 ELSE
                    IF caracter-ref = SPACE then
                       move "N" to referencia-ok
                    END-IF
                 END-IF
                 END-IF
                 END-IF
              END-PERFORM
           END-IF.

       CONTROLAR-ATRIBUCION.
           move "N" to atr-sobrepaso
           move "V" to atr-funcion
           move "D" to atr-tipo
           move importe-pedido to atr-importe
           MOVE SPACES TO atr-detalle
           STRING "PSV " DELIMITED BY SIZE
              cuenta-pedida DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ente-pedido DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              importe-pedido DELIMITED BY SIZE
              INTO atr-detalle
           CALL 'atribuir' USING atr-funcion atr-tipo atr-importe
              atr-detalle atr-resultado atr-motivo
           IF atr-resultado NOT = "S" then
              DISPLAY "La operacion " atr-motivo
              MOVE SPACES TO detalle-visado
              STRING atr-detalle DELIMITED BY SIZE
                 " REF " DELIMITED BY SIZE
                 referencia-pedida DELIMITED BY SIZE
                 INTO detalle-visado
              CALL 'visado' USING programa-visado detalle-visado
                 resultado-visado
              IF resultado-visado = "S" then
                 move "S" to atr-sobrepaso
              ELSE
                 move "N" to pago-ok
                 DISPLAY "Queda retenida hasta que un supervisor la "
                    "apruebe; ingresela de nuevo una vez aprobada."
                 move "A" to ret-estado
                 move "operacion retenida por atribucion"
                    to ret-motivo
              END-IF
           END-IF.

       REGISTRAR-PAGO.
           move "PAGOSERV" to nombre-contador
           move 0 to minimo-contador
           CALL 'contador' USING nombre-contador minimo-contador
              valor-contador
           IF valor-contador = 0 then
              DISPLAY "No se pudo numerar el recibo, reintente en "
                 "unos instantes."
              move "A" to ret-estado
              move "contador de recibos ocupado" to ret-motivo
           ELSE
              move valor-contador to id-pago
              ACCEPT ahora FROM TIME
              MOVE SPACES TO reg-movimiento
              move cuenta-pedida to mv-cta
              move hoy to mv-fecha
              move "D" to mv-tipo
              move importe-pedido to mv-importe
              STRING "PSV " DELIMITED BY SIZE
                 id-pago DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 ente-pedido DELIMITED BY SPACE
                 INTO mv-referencia
              move operador-actual to mv-operador
              CALL 'asentar' USING reg-movimiento resultado-asiento
                 saldo-asiento reg-retorno
              IF resultado-asiento NOT = "S" AND
                 resultado-asiento NOT = "Q" then
                 DISPLAY "Pago no registrado: " ret-motivo
              ELSE
                 move saldo-asiento to saldo-edit
                 move resultado-asiento to resultado-debito
                 move "C" to mv-tipo
                 move cuenta-ente to mv-cta
                 CALL 'asentar' USING reg-movimiento
                    resultado-asiento saldo-asiento reg-retorno
                 IF resultado-asiento NOT = "S" AND
                    resultado-asiento NOT = "Q" then
                    move ret-motivo to motivo-asiento
                    move "C" to mv-tipo
                    move cuenta-pedida to mv-cta
                    MOVE SPACES TO mv-referencia
                    STRING "PSV ANUL " DELIMITED BY SIZE
                       id-pago DELIMITED BY SIZE
                       INTO mv-referencia
                    CALL 'asentar' USING reg-movimiento
                       resultado-asiento saldo-asiento reg-retorno
                    DISPLAY "No se pudo acreditar al ente ("
                       motivo-asiento "): el debito fue anulado."
                    move "A" to ret-estado
                    move "cuenta del ente no disponible"
                       to ret-motivo
                 ELSE
                    PERFORM GRABAR-PAGO
                 END-IF
              END-IF
           END-IF.

       GRABAR-PAGO.
           OPEN  i-o PAGOS
           IF pagos-status = "35" then
              OPEN  output PAGOS
              CLOSE PAGOS
              OPEN  i-o PAGOS
           END-IF
           MOVE SPACES TO reg-pagoserv
           move id-pago to ps-id
           move ente-pedido to ps-ente
           move cuenta-pedida to ps-cta
           move referencia-pedida to ps-referencia
           move importe-pedido to ps-importe
           move hoy to ps-fecha
           move ahora to ps-hora
           move operador-actual to ps-operador
           move "P" to ps-estado
           move 0 to ps-fecha-liq
           WRITE reg-pagoserv
              INVALID KEY
                 DISPLAY "No se pudo grabar el pago " id-pago
           END-WRITE
           DISPLAY "Pago registrado, recibo " id-pago
           IF resultado-debito = "S" then
              DISPLAY "Saldo de la cuenta " saldo-edit
           ELSE
              DISPLAY "El debito se aplica al cierre de la ventana "
                 "de lote."
           END-IF
           PERFORM IMPRIMIR-RECIBO
           CLOSE PAGOS

           IF atr-sobrepaso = "S" then
              move "X" to atr-funcion
           ELSE
              move "R" to atr-funcion
           END-IF
           CALL 'atribuir' USING atr-funcion atr-tipo atr-importe
              atr-detalle atr-resultado atr-motivo
           move "PSV-PAGO" to aud-accion
           MOVE SPACES TO aud-usuario
           STRING "PSV " DELIMITED BY SIZE
              id-pago DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ente-pedido DELIMITED BY SPACE
              INTO aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario.

       IMPRIMIR-RECIBO.
           move ente-pedido to en-codigo
           MOVE SPACES TO nombre-ente
           OPEN  input ENTES
           IF entes-status = "00" then
              READ ENTES KEY IS en-codigo
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move en-nombre to nombre-ente
              END-READ
              CLOSE ENTES
           END-IF
           OPEN  output RECIBO
           MOVE SPACES TO linea-recibo
           STRING "RECIBO DE PAGO DE SERVICIO Nro. " DELIMITED BY SIZE
              ps-id DELIMITED BY SIZE
              INTO linea-recibo
           write linea-recibo
           MOVE ALL "-" TO linea-recibo
           write linea-recibo
           MOVE SPACES TO linea-recibo
           STRING "Fecha......: " DELIMITED BY SIZE
              ps-fecha DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              ps-hora(1:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              ps-hora(3:2) DELIMITED BY SIZE
              INTO linea-recibo
           write linea-recibo
           MOVE SPACES TO linea-recibo
           STRING "Ente.......: " DELIMITED BY SIZE
              ps-ente DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              nombre-ente DELIMITED BY SIZE
              INTO linea-recibo
           write linea-recibo
           MOVE SPACES TO linea-recibo
           STRING "Referencia.: " DELIMITED BY SIZE
              ps-referencia DELIMITED BY SIZE
              INTO linea-recibo
           write linea-recibo
           MOVE SPACES TO linea-recibo
           STRING "Cuenta.....: " DELIMITED BY SIZE
              ps-cta DELIMITED BY SIZE
              INTO linea-recibo
           write linea-recibo
           move ps-importe to importe-edit
           MOVE SPACES TO linea-recibo
           STRING "Importe....: " DELIMITED BY SIZE
              importe-edit DELIMITED BY SIZE
              INTO linea-recibo
           write linea-recibo
           MOVE SPACES TO linea-recibo
           STRING "Operador...: " DELIMITED BY SIZE
              ps-operador DELIMITED BY SIZE
              INTO linea-recibo
           write linea-recibo
           MOVE ALL "-" TO linea-recibo
           write linea-recibo
           CLOSE RECIBO

           move "RECIBO" to spool-reporte
           move "recibo_servicio.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo
           DISPLAY "Recibo en recibo_servicio.txt".

       REIMPRIMIR-RECIBO.
           DISPLAY "Numero de recibo"
           move 0 to recibo-pedido
           ACCEPT recibo-pedido
           OPEN  input PAGOS
           IF pagos-status NOT = "00" then
              DISPLAY "No hay pagos registrados."
           ELSE
              move recibo-pedido to ps-id
              READ PAGOS KEY IS ps-id
              INVALID KEY
                 DISPLAY "No existe ese recibo."
              NOT INVALID KEY
                 move ps-ente to ente-pedido
                 PERFORM IMPRIMIR-RECIBO
              END-READ
              CLOSE PAGOS
           END-IF.

       LISTAR-PAGOS.
           DISPLAY "Numero de cuenta"
           move 0 to cuenta-pedida
           ACCEPT cuenta-pedida
           OPEN  input PAGOS
           IF pagos-status NOT = "00" then
              DISPLAY "No hay pagos registrados."
           ELSE
              move "N" to alguna
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PAGOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF ps-cta = cuenta-pedida then
                    move "S" to alguna
                    DISPLAY ps-id " " ps-fecha " " ps-ente " "
                       ps-referencia " " ps-importe " " ps-estado
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE PAGOS
              IF alguna = "N" then
                 DISPLAY "La cuenta no tiene pagos de servicios."
              ELSE
                 DISPLAY "Estado: P pagado  L liquidado al ente"
              END-IF
           END-IF.

       PEDIR-FIRMANTE.
           move "N" to firma-ok
           move hoy to FIR-FECHA
           DISPLAY "Quien opera la cuenta (usuario, ENTER = titular)"
           MOVE SPACES TO FIR-USUARIO
           ACCEPT FIR-USUARIO
           IF FIR-USUARIO = SPACES then
              move FIR-TITULAR to FIR-USUARIO
           END-IF
           PERFORM VALIDAR-FIRMANTE
           move FIR-USUARIO to primer-firmante
           IF FIR-HABILITADO NOT = "S" then
              DISPLAY "No puede operar " FIR-USUARIO ": " FIR-MOTIVO
           ELSE
           IF FIR-REGLA NOT = "C" then
              move "S" to firma-ok
           ELSE
              DISPLAY "Firma conjunta: usuario del segundo firmante"
              MOVE SPACES TO FIR-USUARIO
              ACCEPT FIR-USUARIO
              IF FIR-USUARIO = SPACES OR
                 FIR-USUARIO = primer-firmante then
                 DISPLAY "Falta la firma de una segunda persona "
                    "habilitada."
              ELSE
                 PERFORM VALIDAR-FIRMANTE
                 IF FIR-HABILITADO NOT = "S" then
                    DISPLAY "No puede firmar " FIR-USUARIO ": "
                       FIR-MOTIVO
                 ELSE
                    move "S" to firma-ok
                 END-IF
              END-IF
           END-IF
           END-IF
           IF firma-ok NOT = "S" then
              move "A" to ret-estado
              move "persona no autorizada a operar la cuenta"
                 to ret-motivo
           END-IF.

       COPY "firmapr.cpy".
