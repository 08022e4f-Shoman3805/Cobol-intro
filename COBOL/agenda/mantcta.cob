           FILE STATUS IS status-contactos.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT CATEGMOV ASSIGN TO "categmov.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS acta-id
           FILE STATUS IS archctas-status.

           SELECT PRODUCTOS ASSIGN TO "productos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pr-codigo
           FILE STATUS IS productos-status.

           SELECT DOCUMENTOS ASSIGN TO "documentos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS doc-usuario
           FILE STATUS IS documentos-status.

           SELECT FIRMANTES ASSIGN TO "firmantes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fi-clave
           FILE STATUS IS FIR-STATUS.

           SELECT ETAPAS ASSIGN TO "etapas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS et-usuario
           FILE STATUS IS CIC-STATUS.

           SELECT ETAPASHIST ASSIGN TO "etapas_hist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS eh-clave
           FILE STATUS IS CIC-HSTATUS.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CATEGMOV.
       01  reg-categmov.
       FD  ARCHCTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY ==a==.

       FD  PRODUCTOS.
       COPY "producto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  DOCUMENTOS.
       COPY "documento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  FIRMANTES.
       COPY "firmante.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ETAPAS.
       COPY "etapa.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ETAPASHIST.
       COPY "etapahist.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 sesion-status pic x(2).
       01 documentos-status pic x(2).
       01 operador-actual pic x(20).
       01 ventana-abierta pic x(1) value "N".
       01 archctas-status pic x(2).
       01 saldo-final pic s9(8).
       01 cuenta-ok pic x(1).
       01 resultado-asiento pic x(1).
       01 saldo-asiento pic s9(8).
       01 mov-status pic x(2).
       01 categmov-status pic x(2).
       01 categoria-mov pic x(04).
       01 extorno-ok pic x(1).
       01 tipo-orig pic x(1).
       01 importe-orig pic 9(6).
       01 clave-orig pic x(17).
       01 clave-debito pic x(17).
       01 seq-debito pic 9(04).
       01 estado-orig pic x(1).
       01 extorno-posteado pic x(1).
       01 referencia-orig pic x(20).
       01 importe-edit2 pic -(6)9.
       01 cta-debito pic 9(5).
       01 cuenta-obj pic 9(5).
       01 usuario-obj pic x(30).
       01 limite-obj pic 9(6).
       01 exposicion-nueva pic 9(11).
       COPY "grpparm.cpy".
       01 moneda-obj pic x(3).
       01 productos-status pic x(2).
       01 producto-obj pic x(4).
       01 producto-ok pic x(1).
       01 moneda-debito pic x(3).
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 aud-usuario pic x(30).
       01 cant-listadas pic 9(4).
       01 saldo-edit pic -(6)9.
       01 firma-ok pic x(1).
       01 primer-firmante pic x(30).
       01 titular-cierre pic x(30).
       01 cuenta-viva pic x(1).
       01 atr-funcion pic x(1).
       01 atr-tipo pic x(1).
       01 atr-importe pic 9(08).
       01 atr-detalle pic x(30).
       01 atr-resultado pic x(1).
       01 atr-motivo pic x(40).
       01 atr-habilitado pic x(1).
       01 atr-sobrepaso pic x(1).
       01 programa-visado pic x(10) value "mantcta".
       01 detalle-visado pic x(80).
       01 resultado-visado pic x(1).
       COPY "valnum.cpy".
       COPY "firma.cpy".
       COPY "ciclo.cpy".
       COPY "movseq.cpy".
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.
       COPY "sancparm.cpy".

       LINKAGE SECTION.
       COPY "retorno.cpy".

           accept FIN-ARCHIVO

           CALL 'totales' USING "V" tot-depto reg-totales

           EXIT PROGRAM.

       AVISO-VENTANA.
                 ELSE
                    move "S" to usuario-ok
                    DISPLAY "Titular: " nom " " ap
                    PERFORM CONTROLAR-SANCIONES
                 END-IF
              END-READ
              CLOSE CONTACTOS
           END-IF.

       CONTROLAR-SANCIONES.
           move "V" to SAN-FUNCION
           move usuario to SAN-USUARIO
           move nom to SAN-NOMBRE
           move ap to SAN-APELLIDO
           move "CUENTA" to SAN-ORIGEN
           CALL 'sancion' USING SAN-FUNCION SAN-USUARIO SAN-NOMBRE
              SAN-APELLIDO SAN-ORIGEN SAN-CLAVE SAN-RESULTADO
           IF SAN-RESULTADO = "R" then
              move "N" to usuario-ok
              DISPLAY "Titular retenido para revision de cumplimiento "
                 "por posible coincidencia con la lista de sanciones."
              DISPLAY "La operacion no se realiza hasta que "
                 "cumplimiento libere la retencion."
              move "A" to ret-estado
              move "titular retenido por sanciones" to ret-motivo
           END-IF.

       VALIDAR-DOCUMENTO.
           move "N" to usuario-ok
           ACCEPT fecha-hoy FROM DATE YYYYMMDD
           OPEN  input DOCUMENTOS
           IF documentos-status NOT = "00" then
              DISPLAY "El titular no tiene documento de identidad "
                 "registrado, la cuenta no se abre."
           ELSE
              move usuario-obj to doc-usuario
              READ DOCUMENTOS KEY IS doc-usuario
              INVALID KEY
                 DISPLAY "El titular no tiene documento de identidad "
                    "registrado, la cuenta no se abre."
              NOT INVALID KEY
                 IF doc-vence < fecha-hoy then
                    DISPLAY "El documento " doc-tipo " " doc-numero
                       " vencio el " doc-vence ", la cuenta no se "
                       "abre."
                 ELSE
                    move "S" to usuario-ok
                    DISPLAY "Documento: " doc-tipo " " doc-numero
                       " (" doc-pais ") vence " doc-vence
                 END-IF
              END-READ
              CLOSE DOCUMENTOS
           END-IF.

       ABRIR-CUENTA.
           DISPLAY "Numero de cuenta (0 = proximo automatico)"
           move 0 to cuenta-obj
           ACCEPT usuario-obj
           PERFORM VALIDAR-USUARIO
           IF usuario-ok = "S" then
              PERFORM VALIDAR-DOCUMENTO
           END-IF
           move "N" to producto-ok
           IF usuario-ok = "S" then
              PERFORM PEDIR-PRODUCTO
           END-IF
           IF producto-ok = "S" then
              DISPLAY "Limite de credito (0 = el del producto, "
                 pr-limite-def ", maximo " pr-limite-max ")"
              move 0 to limite-obj
              ACCEPT limite-obj
              IF limite-obj = 0 then
                 move pr-limite-def to limite-obj
              END-IF
              move pr-moneda to moneda-obj
              IF limite-obj > pr-limite-max then
                 move "N" to producto-ok
                 DISPLAY "El limite supera el maximo del producto, "
                    "la cuenta no se abre."
              END-IF
           END-IF
           IF producto-ok = "S" AND limite-obj > 0 then
              move usuario-obj to GRP-USUARIO
              move limite-obj to GRP-IMPORTE
              PERFORM CONTROLAR-GRUPO
           END-IF
           IF producto-ok = "S" then
              OPEN  i-o CUENTAS
              IF status-cuentas = "35" then
                 OPEN  output CUENTAS
              move usuario-obj to cta-titular
              move "N" to cta-dormida
              move moneda-obj to cta-moneda
              move producto-obj to cta-producto
              WRITE reg-cuenta
                 INVALID KEY
                    DISPLAY "Esa cuenta ya existe."
                    move "CTA-ALTA" to aud-accion
                    move usuario-obj to aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                    PERFORM ETAPA-CLIENTE
              END-WRITE
              CLOSE CUENTAS
           END-IF.

       PEDIR-PRODUCTO.
           move "N" to producto-ok
           OPEN  input PRODUCTOS
           IF productos-status NOT = "00" then
              DISPLAY "No hay productos de cuenta definidos: cargue "
                 "el catalogo de productos primero."
           ELSE
              DISPLAY "Producto de la cuenta (codigo)"
              MOVE SPACES TO producto-obj
              ACCEPT producto-obj
              INSPECT producto-obj CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              move producto-obj to pr-codigo
              READ PRODUCTOS KEY IS pr-codigo
              INVALID KEY
                 DISPLAY "Ese producto no existe."
              NOT INVALID KEY
                 IF pr-estado NOT = "A" then
                    DISPLAY "Ese producto esta dado de baja."
                 ELSE
                    move "S" to producto-ok
                    DISPLAY "Producto: " pr-descripcion
                 END-IF
              END-READ
              CLOSE PRODUCTOS
           END-IF.

       LIMITE-PRODUCTO.
           move "S" to producto-ok
           IF cta-producto NOT = SPACES then
              OPEN  input PRODUCTOS
              IF productos-status = "00" then
                 move cta-producto to pr-codigo
                 READ PRODUCTOS KEY IS pr-codigo
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF limite-obj > pr-limite-max then
                       move "N" to producto-ok
                       DISPLAY "El limite supera el maximo del "
                          "producto " pr-codigo ": " pr-limite-max
                    END-IF
                 END-READ
                 CLOSE PRODUCTOS
              END-IF
           END-IF.

       CAMBIAR-TITULAR.
           PERFORM PEDIR-CUENTA
           OPEN  i-o CUENTAS
                 DISPLAY "Nuevo limite de credito"
                 move 0 to limite-obj
                 ACCEPT limite-obj
                 PERFORM LIMITE-PRODUCTO
                 IF producto-ok = "S" AND limite-obj > cta-limite then
                    move cta-titular to GRP-USUARIO
                    compute GRP-IMPORTE = limite-obj - cta-limite
                    CLOSE CUENTAS
                    PERFORM CONTROLAR-GRUPO
                    OPEN  i-o CUENTAS
                    move cuenta-obj to cta-id
                    READ CUENTAS KEY IS cta-id
                    INVALID KEY
                       move "N" to producto-ok
                    END-READ
                 END-IF
                 IF producto-ok = "S" then
                    move limite-obj to cta-limite
                    REWRITE reg-cuenta
                    DISPLAY "Limite actualizado."
                    move "CTA-CAMBIO" to aud-accion
                    move cta-titular to aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                 END-IF
              END-READ
              CLOSE CUENTAS
           END-IF.

       CONTROLAR-GRUPO.
           move "V" to GRP-FUNCION
           MOVE SPACES TO GRP-EMPRESA
           CALL 'grupoexp' USING GRP-FUNCION GRP-EMPRESA GRP-USUARIO
              GRP-IMPORTE GRP-TOTALES GRP-RESULTADO
           IF GRP-RESULTADO = "N" then
              move "N" to producto-ok
              compute exposicion-nueva = GRP-EXPOSICION + GRP-IMPORTE
              DISPLAY "El limite supera el del grupo " GRP-EMPRESA
                 ": exposicion " GRP-EXPOSICION " + " GRP-IMPORTE
                 " = " exposicion-nueva ", limite " GRP-LIMITE
           END-IF.

       CERRAR-CUENTA.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD
           PERFORM PEDIR-CUENTA
              INVALID KEY
                 DISPLAY "Esa cuenta no existe."
              NOT INVALID KEY
                 IF cta-estado = "B" then
                    DISPLAY "La cuenta esta bloqueada para debitos: "
                       "no se puede cerrar ni liquidar su saldo."
                    move "A" to ret-estado
                    move "cuenta bloqueada para debitos" to ret-motivo
                 ELSE
                    move cta-saldo to saldo-final
                    move cta-saldo to saldo-edit
                    IF saldo-final NOT = 0 then
                       DISPLAY "El saldo actual es " saldo-edit
                          ": se liquidara con un movimiento de "
                          "cierre."
                    END-IF
                    DISPLAY "Confirma el cierre y archivo de la "
                       "cuenta " cta-id "? (S/N)"
                    ACCEPT confirma
                    move "S" to MVS-GRABADO
                    IF (confirma = "S" OR confirma = "s") AND
                       saldo-final NOT = 0 then
                       PERFORM LIQUIDAR-SALDO-CIERRE
                    END-IF
                    IF MVS-GRABADO NOT = "S" then
                       DISPLAY "No se pudo grabar el movimiento de "
                          "cierre: la cuenta sigue abierta."
                       move "E" to ret-estado
                       move "no se pudo grabar el movimiento"
                          to ret-motivo
                    ELSE
                    IF confirma = "S" OR confirma = "s" then
                       move "C" to cta-estado
                       move 0 to cta-saldo
                       PERFORM ARCHIVAR-CUENTA
                       DELETE CUENTAS
                          INVALID KEY
                             CONTINUE
                       END-DELETE
                       DISPLAY "Cuenta cerrada y archivada en "
                          "cuentas_archivo.txt"
                       move "CTA-BAJA" to aud-accion
                       move cta-titular to aud-usuario
                       CALL 'auditar' USING aud-accion aud-usuario
                       move cta-titular to titular-cierre
                       PERFORM VERIFICAR-INACTIVO
                    ELSE
                       DISPLAY "Cierre cancelado."
                    END-IF
                    END-IF
                 END-IF
              END-READ
              CLOSE CUENTAS
           END-IF.

       ETAPA-CLIENTE.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD
           move usuario-obj to CIC-USUARIO
           move "C" to CIC-NUEVA
           move "A" to CIC-ORIGEN
           move operador-actual to CIC-OPERADOR
           MOVE SPACES TO CIC-NOTA
           STRING "apertura de la cuenta " DELIMITED BY SIZE
              cuenta-obj DELIMITED BY SIZE
              INTO CIC-NOTA
           move fecha-hoy to CIC-FECHA
           PERFORM CAMBIAR-ETAPA
           IF CIC-RESULTADO = "S" then
              DISPLAY "El contacto pasa a la etapa CLIENTE."
           END-IF.

       VERIFICAR-INACTIVO.
           move "N" to cuenta-viva
           move "N" to FIN-ARCHIVO
           move 0 to cta-id
           START CUENTAS KEY IS >= cta-id
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ CUENTAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF cta-titular = titular-cierre AND
                 cta-estado NOT = "C" AND cta-dormida NOT = "S" then
                 move "S" to cuenta-viva
                 MOVE "S" TO FIN-ARCHIVO
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           IF cuenta-viva = "N" then
              move titular-cierre to CIC-USUARIO
              move "I" to CIC-NUEVA
              move "A" to CIC-ORIGEN
              move operador-actual to CIC-OPERADOR
              move "sin cuentas activas" to CIC-NOTA
              move fecha-hoy to CIC-FECHA
              PERFORM CAMBIAR-ETAPA
              IF CIC-RESULTADO = "S" then
                 DISPLAY "El titular no tiene otras cuentas activas: "
                    "pasa a la etapa INACTIVO."
              END-IF
           END-IF.

       LIQUIDAR-SALDO-CIERRE.
           MOVE SPACES TO reg-movimiento
           move cta-id to mv-cta
           move fecha-hoy to mv-fecha
           END-IF
           move "CIERRE DE CUENTA" to mv-referencia
           move operador-actual to mv-operador
           move "N" to MVS-GRABADO
           PERFORM ALTA-MOVIMIENTO
           IF MVS-GRABADO = "S" then
              DISPLAY "Movimiento de cierre por " mv-importe
                 " registrado."
           END-IF.

       ARCHIVAR-CUENTA.
           OPEN  i-o ARCHCTAS
       MOVIMIENTO-MANUAL.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD
           PERFORM PEDIR-CUENTA
           move "N" to cuenta-ok
           OPEN  input CUENTAS
           IF status-cuentas NOT = "00" then
              DISPLAY "No hay cuentas registradas todavia."
           ELSE
                 IF cta-estado = "C" then
                    DISPLAY "Esa cuenta esta cerrada."
                 ELSE
                    move "S" to cuenta-ok
                    move cta-titular to FIR-TITULAR
                    IF cta-moneda NOT = SPACES then
                       DISPLAY "Cuenta en moneda " cta-moneda
                    END-IF
                 END-IF
              END-READ
              CLOSE CUENTAS
           END-IF
           IF cuenta-ok = "S" then
              move cuenta-obj to FIR-CTA
              PERFORM PEDIR-FIRMANTE
              move firma-ok to cuenta-ok
           END-IF
           IF cuenta-ok = "S" then
              DISPLAY "Tipo (C-Deposito  D-Extraccion)"
              MOVE SPACES TO tipo-manual
              ACCEPT tipo-manual
              INSPECT tipo-manual CONVERTING "cd" TO "CD"
              DISPLAY "Importe"
              move 0 to importe-manual
              ACCEPT importe-manual
              DISPLAY "Referencia"
              MOVE SPACES TO referencia-manual
              ACCEPT referencia-manual
              PERFORM PEDIR-CATEGORIA
              IF (tipo-manual NOT = "C" AND
                  tipo-manual NOT = "D") OR
                 importe-manual = 0 then
                 DISPLAY "Datos invalidos, movimiento no "
                    "registrado."
              ELSE
                 move tipo-manual to atr-tipo
                 move importe-manual to atr-importe
                 MOVE SPACES TO atr-detalle
                 STRING "MOV " DELIMITED BY SIZE
                    cuenta-obj DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    tipo-manual DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    importe-manual DELIMITED BY SIZE
                    INTO atr-detalle
                 PERFORM CONTROLAR-ATRIBUCION
              END-IF
              IF (tipo-manual = "C" OR tipo-manual = "D") AND
                 importe-manual NOT = 0 AND atr-habilitado = "S" then
                 MOVE SPACES TO reg-movimiento
                 move cuenta-obj to mv-cta
                 move fecha-hoy to mv-fecha
                 move tipo-manual to mv-tipo
                 move importe-manual to mv-importe
                 move referencia-manual to mv-referencia
                 move categoria-mov to mv-categoria
                 move operador-actual to mv-operador
                 CALL 'asentar' USING reg-movimiento resultado-asiento
                    saldo-asiento reg-retorno
                 IF resultado-asiento = "S" then
                    move saldo-asiento to saldo-edit
                    DISPLAY "Movimiento registrado, "
                       "saldo " saldo-edit
                    PERFORM REGISTRAR-ATRIBUCION
                 ELSE
                 IF resultado-asiento = "Q" then
                    DISPLAY "Movimiento encolado hasta el cierre de "
                       "la ventana de lote."
                    PERFORM REGISTRAR-ATRIBUCION
                 ELSE
                    DISPLAY "Movimiento no registrado: " ret-motivo
                 END-IF
                 END-IF
              END-IF
           END-IF.

       TRANSFERIR.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD
                    move cta-limite to limite-debito
                    move cta-estado to estado-debito
                    move cta-moneda to moneda-debito
                    move cta-titular to FIR-TITULAR
                 END-READ
              END-IF
              IF transf-ok = "S" then
                 DISPLAY "Una de las cuentas esta cerrada."
                 move "N" to transf-ok
              END-IF
              IF transf-ok = "S" AND estado-debito = "B" then
                 DISPLAY "La cuenta a debitar esta bloqueada."
                 move "N" to transf-ok
              END-IF
              IF transf-ok = "S" AND
                 moneda-debito NOT = cta-moneda then
                 DISPLAY "Las cuentas estan en monedas distintas "
                    move "N" to transf-ok
                 END-IF
              END-IF
              IF transf-ok = "S" then
                 move cta-debito to FIR-CTA
                 PERFORM PEDIR-FIRMANTE
                 move firma-ok to transf-ok
              END-IF
              IF transf-ok = "S" then
                 move "T" to atr-tipo
                 move importe-transf to atr-importe
                 MOVE SPACES TO atr-detalle
                 STRING "TRF " DELIMITED BY SIZE
                    cta-debito DELIMITED BY SIZE
                    ">" DELIMITED BY SIZE
                    cta-credito DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    importe-transf DELIMITED BY SIZE
                    INTO atr-detalle
                 PERFORM CONTROLAR-ATRIBUCION
                 move atr-habilitado to transf-ok
              END-IF

              IF transf-ok = "S" then
                 MOVE SPACES TO referencia-transf
                    cta-credito DELIMITED BY SIZE
                    INTO referencia-transf

                 MOVE SPACES TO reg-movimiento
                 move cta-debito to mv-cta
                 move fecha-hoy to mv-fecha
                 move "D" to mv-tipo
                 move importe-transf to mv-importe
                 move referencia-transf to mv-referencia
                 move categoria-mov to mv-categoria
                 move operador-actual to mv-operador
                 move "N" to MVS-GRABADO
                 PERFORM ALTA-MOVIMIENTO
                 IF MVS-GRABADO = "S" then
                    move MVS-CTA to clave-debito(1:5)
                    move MVS-FECHA to clave-debito(6:8)
                    compute seq-debito = MVS-ULTIMA + 1
                    move seq-debito to clave-debito(14:4)
                    MOVE SPACES TO reg-movimiento
                    move cta-credito to mv-cta
                    move fecha-hoy to mv-fecha
                    move "C" to mv-tipo
                    move importe-transf to mv-importe
                    move referencia-transf to mv-referencia
                    move categoria-mov to mv-categoria
                    move operador-actual to mv-operador
                    move "N" to MVS-GRABADO
                    PERFORM ALTA-MOVIMIENTO
                    IF MVS-GRABADO NOT = "S" then
                       PERFORM ANULAR-DEBITO-TRANSF
                    END-IF
                 END-IF
              END-IF

              IF transf-ok = "S" AND MVS-GRABADO NOT = "S" then
                 DISPLAY "No se pudieron grabar los movimientos: "
                    "transferencia no realizada."
                 move "E" to ret-estado
                 move "no se pudo grabar el movimiento" to ret-motivo
              ELSE
              IF transf-ok = "S" then
                 move cta-debito to cta-id
                 READ CUENTAS KEY IS cta-id
                 INVALID KEY
                    REWRITE reg-cuenta
                 END-READ

                 DISPLAY "Transferencia de " importe-transf
                    " de la cuenta " cta-debito " a la "
                    cta-credito " registrada."
                 move "CTA-TRANSF" to aud-accion
                 move referencia-transf to aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
                 PERFORM REGISTRAR-ATRIBUCION
              ELSE
                 DISPLAY "Transferencia no realizada, las cuentas "
                    "quedan como estaban."
              END-IF
              END-IF
              CLOSE CUENTAS
           END-IF.

       CONTROLAR-ATRIBUCION.
           move "N" to atr-sobrepaso
           move "V" to atr-funcion
           CALL 'atribuir' USING atr-funcion atr-tipo atr-importe
              atr-detalle atr-resultado atr-motivo
           IF atr-resultado = "S" then
              move "S" to atr-habilitado
           ELSE
              DISPLAY "La operacion " atr-motivo
              MOVE SPACES TO detalle-visado
              move atr-detalle to detalle-visado
              CALL 'visado' USING programa-visado detalle-visado
                 resultado-visado
              IF resultado-visado = "S" then
                 move "S" to atr-habilitado
                 move "S" to atr-sobrepaso
              ELSE
                 move "N" to atr-habilitado
                 DISPLAY "Queda retenida hasta que un supervisor la "
                    "apruebe; ingresela de nuevo una vez aprobada."
                 move "A" to ret-estado
                 move "operacion retenida por atribucion"
                    to ret-motivo
              END-IF
           END-IF.

       REGISTRAR-ATRIBUCION.
           IF atr-sobrepaso = "S" then
              move "X" to atr-funcion
           ELSE
              move "R" to atr-funcion
           END-IF
           CALL 'atribuir' USING atr-funcion atr-tipo atr-importe
              atr-detalle atr-resultado atr-motivo.

       PEDIR-FIRMANTE.
           move "N" to firma-ok
           move fecha-hoy to FIR-FECHA
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
           IF firma-ok = "S" then
              move "CTA-FIRMA" to aud-accion
              MOVE SPACES TO aud-usuario
              IF FIR-USUARIO = primer-firmante then
                 STRING FIR-CTA DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    primer-firmante DELIMITED BY " "
                    INTO aud-usuario
              ELSE
                 STRING FIR-CTA DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    primer-firmante DELIMITED BY " "
                    "+" DELIMITED BY SIZE
                    FIR-USUARIO DELIMITED BY " "
                    INTO aud-usuario
              END-IF
              CALL 'auditar' USING aud-accion aud-usuario
           ELSE
              move "A" to ret-estado
              move "persona no autorizada a operar la cuenta"
                 to ret-motivo
           END-IF.

       EXTORNAR.
           ACCEPT fecha-hoy FROM DATE YYYYMMDD
           PERFORM PEDIR-CUENTA
              DISPLAY "Movimientos de la cuenta " cuenta-obj ":"
              move 0 to seq-mov
              move "N" to FIN-MOVS
              PERFORM POSICIONAR-CUENTA
              PERFORM UNTIL FIN-MOVS = "S"
              READ MOVIMIENTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-MOVS
              NOT AT END
                 IF mv-cta NOT = cuenta-obj then
                    MOVE "S" TO FIN-MOVS
                 END-IF
                 IF mv-cta = cuenta-obj then
                    add 1 to seq-mov
                    DISPLAY seq-mov ": " mv-fecha " " mv-tipo " "
           move "N" to extorno-ok
           move 0 to seq-mov
           move "N" to FIN-MOVS
           OPEN  i-o MOVIMIENTOS
           PERFORM POSICIONAR-CUENTA
           PERFORM UNTIL FIN-MOVS = "S"
           READ MOVIMIENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-MOVS
           NOT AT END
              IF mv-cta NOT = cuenta-obj then
                 MOVE "S" TO FIN-MOVS
              ELSE
                 add 1 to seq-mov
                 IF seq-mov = seq-elegido then
                    MOVE "S" TO FIN-MOVS
                    IF mv-estado = "R" then
                       DISPLAY "Ese movimiento ya fue extornado."
                    ELSE
                       DISPLAY "Un extorno no se puede extornar."
                    ELSE
                       move "S" to extorno-ok
                       move mv-clave to clave-orig
                       move mv-estado to estado-orig
                       move mv-tipo to tipo-orig
                       move mv-importe to importe-orig
                       move mv-referencia to referencia-orig
                       move mv-categoria to categoria-orig
                       move "R" to mv-estado
                       REWRITE reg-movimiento
                    END-IF
                    END-IF
                 END-IF
              END-IF
           END-READ
           END-PERFORM
           CLOSE MOVIMIENTOS
           move "N" to FIN-MOVS.

       POSICIONAR-CUENTA.
           move cuenta-obj to mv-cta
           move 0 to mv-fecha
           move 0 to mv-seq
           START MOVIMIENTOS KEY IS >= mv-clave
              INVALID KEY
                 MOVE "S" TO FIN-MOVS
           END-START.

       ANULAR-DEBITO-TRANSF.
           OPEN  i-o MOVIMIENTOS
           IF mov-status = "00" then
              move clave-debito to mv-clave
              DELETE MOVIMIENTOS
                 INVALID KEY
                    DISPLAY "No se pudo anular el debito "
                       clave-debito
              END-DELETE
              CLOSE MOVIMIENTOS
           END-IF
           move "N" to MVS-GRABADO.

       POSTEAR-EXTORNO.
           move "N" to extorno-posteado
           OPEN  i-o CUENTAS
           IF status-cuentas NOT = "00" then
              DISPLAY "No se pudo abrir el maestro de cuentas."
              INVALID KEY
                 DISPLAY "Esa cuenta no existe en el maestro."
              NOT INVALID KEY
                 IF tipo-orig NOT = "D" AND cta-estado = "B" then
                    DISPLAY "La cuenta esta bloqueada para debitos: "
                       "no se puede extornar un credito."
                 ELSE
                    PERFORM GRABAR-EXTORNO
                    IF MVS-GRABADO = "S" then
                       IF tipo-orig = "D" then
                          add importe-orig to cta-saldo
                       ELSE
                          subtract importe-orig from cta-saldo
                       END-IF
                       REWRITE reg-cuenta
                       move cta-saldo to saldo-edit
                       DISPLAY "Saldo actualizado: " saldo-edit
                       move "S" to extorno-posteado
                       DISPLAY "Extorno registrado con la referencia "
                          "original."
                       move "CTA-EXTORN" to aud-accion
                       move referencia-orig to aud-usuario
                       CALL 'auditar' USING aud-accion aud-usuario
                    END-IF
                 END-IF
              END-READ
              CLOSE CUENTAS
           END-IF
           IF extorno-posteado = "N" then
              PERFORM DESMARCAR-REVERSADO
              DISPLAY "Extorno no registrado."
              move "A" to ret-estado
              move "extorno rechazado" to ret-motivo
           END-IF.

       GRABAR-EXTORNO.
           MOVE SPACES TO reg-movimiento
           move cuenta-obj to mv-cta
           move fecha-hoy to mv-fecha
           move categoria-orig to mv-categoria
           move "X" to mv-estado
           move operador-actual to mv-operador
           move "N" to MVS-GRABADO
           PERFORM ALTA-MOVIMIENTO.

       DESMARCAR-REVERSADO.
           OPEN  i-o MOVIMIENTOS
           IF mov-status = "00" then
              move clave-orig to mv-clave
              READ MOVIMIENTOS KEY IS mv-clave
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move estado-orig to mv-estado
                 REWRITE reg-movimiento
              END-READ
              CLOSE MOVIMIENTOS
           END-IF.

       LISTAR-MAESTRO.
           OPEN  input CUENTAS
              DISPLAY "No hay cuentas registradas todavia."
           ELSE
              move 0 to cant-listadas
              DISPLAY "Cuenta Est Saldo    Limite Prod Titular"
              DISPLAY "------ --- -------- ------ ---- ------------"
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CUENTAS NEXT RECORD
                 add 1 to cant-listadas
                 move cta-saldo to saldo-edit
                 DISPLAY cta-id "  " cta-estado "  " saldo-edit
                    " " cta-limite " " cta-producto " " cta-titular
              END-READ
              END-PERFORM
              CLOSE CUENTAS
           END-IF.

       COPY "valnumpr.cpy".

       COPY "movseqpr.cpy".

       COPY "firmapr.cpy".

       COPY "ciclopr.cpy".
