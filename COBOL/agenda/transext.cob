       IDENTIFICATION DIVISION.
       PROGRAM-ID. transext.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANSEXT ASSIGN TO "transferencias_ext.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS te-id
           ALTERNATE RECORD KEY IS te-cta WITH DUPLICATES
           FILE STATUS IS transext-status.

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

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANSEXT.
       COPY "transext.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  FIRMANTES.
       COPY "firmante.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 transext-status pic x(2).
       01 status-cuentas pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 ahora pic 9(08).
       01 opcion-tex pic x(1).
       01 alguna pic x(1).
       01 orden-ok pic x(1).
       01 cuenta-pedida pic 9(05).
       01 cbu-pedido pic x(22).
       01 cbu-valido pic x(1).
       01 beneficiario-pedido pic x(30).
       01 importe-pedido pic 9(06).
       01 concepto-pedido pic x(20).
       01 saldo-proyectado pic s9(8).
       01 confirma pic x(1).
       01 firma-ok pic x(1).
       01 primer-firmante pic x(30).
       01 indice-cbu pic 9(02).
       01 digito-cbu pic 9(01).
       01 suma-cbu pic 9(04).
       01 resto-cbu pic 9(02).
       01 cociente-cbu pic 9(04).
       01 verificador pic 9(01).
       01 pesos-bloque1-tabla pic x(07) value "7139713".
       01 pesos-bloque1 REDEFINES pesos-bloque1-tabla.
           05 peso-b1 pic 9(01) OCCURS 7 TIMES.
       01 pesos-bloque2-tabla pic x(13) value "3971397139713".
       01 pesos-bloque2 REDEFINES pesos-bloque2-tabla.
           05 peso-b2 pic 9(01) OCCURS 13 TIMES.
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 id-orden pic 9(06).
       01 resultado-asiento pic x(1).
       01 saldo-asiento pic s9(8).
       01 saldo-edit pic -(6)9.
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 atr-funcion pic x(1).
       01 atr-tipo pic x(1).
       01 atr-importe pic 9(08).
       01 atr-detalle pic x(30).
       01 atr-resultado pic x(1).
       01 atr-motivo pic x(40).
       01 atr-sobrepaso pic x(1).
       01 programa-visado pic x(10) value "transext".
       01 detalle-visado pic x(80).
       01 resultado-visado pic x(1).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.
       COPY "firma.cpy".
       COPY "sancparm.cpy".
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

           DISPLAY "Transferencias a cuentas de otros bancos"
           DISPLAY "E- Emitir una transferencia"
           DISPLAY "L- Listar las transferencias de una cuenta"
           DISPLAY "G- Generar el archivo para la camara"
           DISPLAY "D- Procesar devoluciones de la camara"
           ACCEPT opcion-tex
           INSPECT opcion-tex CONVERTING "elgd" TO "ELGD"

           IF opcion-tex = "E" then
              PERFORM EMITIR-TRANSFERENCIA
              accept FIN-ARCHIVO
              CALL 'totales' USING "V" tot-depto reg-totales
           ELSE
           IF opcion-tex = "L" then
              PERFORM LISTAR-TRANSFERENCIAS
              accept FIN-ARCHIVO
           ELSE
           IF opcion-tex = "G" then
              CALL 'camara' USING parm-modo parm-depto reg-retorno
           ELSE
           IF opcion-tex = "D" then
              CALL 'devcamara' USING parm-modo parm-depto reg-retorno
           ELSE
              DISPLAY "Opcion invalida."
              accept FIN-ARCHIVO
           END-IF
           END-IF
           END-IF
           END-IF

           EXIT PROGRAM.

       EMITIR-TRANSFERENCIA.
           move "N" to orden-ok
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
                 IF cta-moneda NOT = SPACES AND
                    cta-moneda NOT = "ARS" then
                    DISPLAY "Solo se transfiere a otros bancos desde "
                       "cuentas en pesos."
                 ELSE
                    move "S" to orden-ok
                    move cta-titular to FIR-TITULAR
                 END-IF
                 END-IF
                 END-IF
              END-READ
              CLOSE CUENTAS
           END-IF
           IF orden-ok = "S" then
              move cuenta-pedida to FIR-CTA
              PERFORM PEDIR-FIRMANTE
              move firma-ok to orden-ok
           END-IF
           IF orden-ok = "S" then
              DISPLAY "CBU de la cuenta destino (22 digitos)"
              MOVE SPACES TO cbu-pedido
              ACCEPT cbu-pedido
              PERFORM VALIDAR-CBU
              IF cbu-valido NOT = "S" then
                 DISPLAY "CBU invalido: verifique los 22 digitos."
                 move "N" to orden-ok
              END-IF
           END-IF
           IF orden-ok = "S" then
              DISPLAY "Nombre del beneficiario"
              MOVE SPACES TO beneficiario-pedido
              ACCEPT beneficiario-pedido
              DISPLAY "Importe"
              move 0 to importe-pedido
              ACCEPT importe-pedido
              DISPLAY "Concepto"
              MOVE SPACES TO concepto-pedido
              ACCEPT concepto-pedido
              IF beneficiario-pedido = SPACES OR
                 importe-pedido = 0 then
                 DISPLAY "Datos invalidos, transferencia no emitida."
                 move "N" to orden-ok
              END-IF
           END-IF
           IF orden-ok = "S" then
              PERFORM CONTROLAR-SANCIONES
           END-IF
           IF orden-ok = "S" then
              PERFORM CONTROLAR-ATRIBUCION
           END-IF
           IF orden-ok = "S" then
              DISPLAY "Transferir " importe-pedido " de la cuenta "
                 cuenta-pedida " al CBU " cbu-pedido
              DISPLAY "a nombre de " beneficiario-pedido
              DISPLAY "Confirma? (S/N)"
              MOVE "N" TO confirma
              ACCEPT confirma
              IF confirma NOT = "S" AND confirma NOT = "s" then
                 DISPLAY "Transferencia no emitida."
                 move "N" to orden-ok
              END-IF
           END-IF
           IF orden-ok = "S" then
              PERFORM GRABAR-ORDEN
           END-IF.

       VALIDAR-CBU.
           move "N" to cbu-valido
           IF cbu-pedido IS NUMERIC then
              move 0 to suma-cbu
              PERFORM VARYING indice-cbu FROM 1 BY 1
                 UNTIL indice-cbu > 7
                 move cbu-pedido(indice-cbu:1) to digito-cbu
                 compute suma-cbu = suma-cbu +
                    digito-cbu * peso-b1(indice-cbu)
              END-PERFORM
              PERFORM CALCULAR-VERIFICADOR
              move cbu-pedido(8:1) to digito-cbu
              IF digito-cbu = verificador then
                 move 0 to suma-cbu
                 PERFORM VARYING indice-cbu FROM 1 BY 1
                    UNTIL indice-cbu > 13
                    move cbu-pedido(indice-cbu + 8:1) to digito-cbu
                    compute suma-cbu = suma-cbu +
                       digito-cbu * peso-b2(indice-cbu)
                 END-PERFORM
                 PERFORM CALCULAR-VERIFICADOR
                 move cbu-pedido(22:1) to digito-cbu
                 IF digito-cbu = verificador then
                    move "S" to cbu-valido
                 END-IF
              END-IF
           END-IF.

       CALCULAR-VERIFICADOR.
           DIVIDE suma-cbu BY 10
              GIVING cociente-cbu REMAINDER resto-cbu
           IF resto-cbu = 0 then
              move 0 to verificador
           ELSE
              compute verificador = 10 - resto-cbu
           END-IF.

       CONTROLAR-SANCIONES.
           move "V" to SAN-FUNCION
           move cbu-pedido to SAN-USUARIO
           move beneficiario-pedido to SAN-NOMBRE
           MOVE SPACES TO SAN-APELLIDO
           move "TRANSEXT" to SAN-ORIGEN
           CALL 'sancion' USING SAN-FUNCION SAN-USUARIO SAN-NOMBRE
              SAN-APELLIDO SAN-ORIGEN SAN-CLAVE SAN-RESULTADO
           IF SAN-RESULTADO = "R" then
              move "N" to orden-ok
              DISPLAY "Beneficiario retenido para revision de "
                 "cumplimiento por posible coincidencia con la "
                 "lista de sanciones."
              DISPLAY "La transferencia no se emite hasta que "
                 "cumplimiento libere la retencion."
              move "A" to ret-estado
              move "beneficiario retenido por sanciones"
                 to ret-motivo
           END-IF.

       CONTROLAR-ATRIBUCION.
           move "N" to atr-sobrepaso
           move "V" to atr-funcion
           move "T" to atr-tipo
           move importe-pedido to atr-importe
           MOVE SPACES TO atr-detalle
           STRING "TEX " DELIMITED BY SIZE
              cuenta-pedida DELIMITED BY SIZE
              ">" DELIMITED BY SIZE
              cbu-pedido(1:8) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              importe-pedido DELIMITED BY SIZE
              INTO atr-detalle
           CALL 'atribuir' USING atr-funcion atr-tipo atr-importe
              atr-detalle atr-resultado atr-motivo
           IF atr-resultado NOT = "S" then
              DISPLAY "La operacion " atr-motivo
              MOVE SPACES TO detalle-visado
              STRING atr-detalle DELIMITED BY SIZE
                 " CBU " DELIMITED BY SIZE
                 cbu-pedido DELIMITED BY SIZE
                 INTO detalle-visado
              CALL 'visado' USING programa-visado detalle-visado
                 resultado-visado
              IF resultado-visado = "S" then
                 move "S" to atr-sobrepaso
              ELSE
                 move "N" to orden-ok
                 DISPLAY "Queda retenida hasta que un supervisor la "
                    "apruebe; ingresela de nuevo una vez aprobada."
                 move "A" to ret-estado
                 move "operacion retenida por atribucion"
                    to ret-motivo
              END-IF
           END-IF.

       GRABAR-ORDEN.
           move "TRANSEXT" to nombre-contador
           move 0 to minimo-contador
           CALL 'contador' USING nombre-contador minimo-contador
              valor-contador
           IF valor-contador = 0 then
              DISPLAY "No se pudo numerar la orden, reintente en "
                 "unos instantes."
              move "A" to ret-estado
              move "contador de transferencias ocupado"
                 to ret-motivo
           ELSE
              move valor-contador to id-orden
              MOVE SPACES TO reg-movimiento
              move cuenta-pedida to mv-cta
              move hoy to mv-fecha
              move "D" to mv-tipo
              move importe-pedido to mv-importe
              MOVE SPACES TO mv-referencia
              STRING "TEX " DELIMITED BY SIZE
                 id-orden DELIMITED BY SIZE
                 INTO mv-referencia
              move operador-actual to mv-operador
              CALL 'asentar' USING reg-movimiento resultado-asiento
                 saldo-asiento reg-retorno
              IF resultado-asiento = "S" OR resultado-asiento = "Q"
                 then
                 PERFORM ALTA-ORDEN
                 IF resultado-asiento = "S" then
                    move saldo-asiento to saldo-edit
                    DISPLAY "Transferencia " id-orden " emitida, "
                       "pendiente de envio a la camara. Saldo "
                       saldo-edit
                 ELSE
                    DISPLAY "Transferencia " id-orden " emitida; "
                       "el debito se aplica al cierre de la ventana "
                       "de lote."
                 END-IF
                 IF atr-sobrepaso = "S" then
                    move "X" to atr-funcion
                 ELSE
                    move "R" to atr-funcion
                 END-IF
                 CALL 'atribuir' USING atr-funcion atr-tipo
                    atr-importe atr-detalle atr-resultado atr-motivo
                 move "TEX-ALTA" to aud-accion
                 move mv-referencia to aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
              ELSE
                 DISPLAY "Transferencia no emitida: " ret-motivo
              END-IF
           END-IF.

       ALTA-ORDEN.
           ACCEPT ahora FROM TIME
           OPEN  i-o TRANSEXT
           IF transext-status = "35" then
              OPEN  output TRANSEXT
              CLOSE TRANSEXT
              OPEN  i-o TRANSEXT
           END-IF
           MOVE SPACES TO reg-transext
           move id-orden to te-id
           move cuenta-pedida to te-cta
           move cbu-pedido to te-cbu
           move beneficiario-pedido to te-beneficiario
           move importe-pedido to te-importe
           move concepto-pedido to te-concepto
           move hoy to te-fecha
           move ahora to te-hora
           move operador-actual to te-operador
           move "P" to te-estado
           move 0 to te-lote
           move 0 to te-fecha-envio
           move 0 to te-fecha-rech
           WRITE reg-transext
              INVALID KEY
                 DISPLAY "No se pudo grabar la orden " id-orden
           END-WRITE
           CLOSE TRANSEXT.

       LISTAR-TRANSFERENCIAS.
           DISPLAY "Numero de cuenta"
           move 0 to cuenta-pedida
           ACCEPT cuenta-pedida
           OPEN  input TRANSEXT
           IF transext-status NOT = "00" then
              DISPLAY "No hay transferencias registradas."
           ELSE
              move "N" to alguna
              move cuenta-pedida to te-cta
              move "N" to FIN-ARCHIVO
              START TRANSEXT KEY IS = te-cta
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ TRANSEXT NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF te-cta NOT = cuenta-pedida then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                    move "S" to alguna
                    DISPLAY te-id " " te-fecha " " te-cbu " "
                       te-importe " " te-estado " " te-motivo
                    DISPLAY "       " te-beneficiario " "
                       te-concepto
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE TRANSEXT
              IF alguna = "N" then
                 DISPLAY "La cuenta no tiene transferencias a otros "
                    "bancos."
              ELSE
                 DISPLAY "Estado: P pendiente  E enviada a la camara"
                    "  R rechazada y reintegrada"
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
