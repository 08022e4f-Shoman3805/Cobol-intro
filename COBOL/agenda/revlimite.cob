       IDENTIFICATION DIVISION.
       PROGRAM-ID. revlimite.

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

           SELECT PRODUCTOS ASSIGN TO "productos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pr-codigo
           FILE STATUS IS productos-status.

           SELECT COBRANZAS ASSIGN TO "cobranzas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cb-cta
           FILE STATUS IS cobranzas-status.

           SELECT PRESTAMOS ASSIGN TO "prestamos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pl-id
           FILE STATUS IS prestamos-status.

           SELECT CUOTAS ASSIGN TO "prestamos_cuotas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pc-clave
           FILE STATUS IS cuotas-status.

           SELECT APROBACIONES ASSIGN TO "aprobaciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ap-id
           FILE STATUS IS aprob-status.

           SELECT PARAMETROS ASSIGN TO "parametros.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pa-clave
           FILE STATUS IS PAR-STATUS.

           SELECT PRINTFILE ASSIGN TO "revlimite.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRODUCTOS.
       COPY "producto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  COBRANZAS.
       01  reg-cobranza.
           05 cb-cta pic 9(05).
           05 cb-etapa pic 9(01).
           05 cb-fecha pic 9(08).

       FD  PRESTAMOS.
       01  reg-prestamo.
           05 pl-id pic 9(04).
           05 pl-cta pic 9(05).
           05 pl-principal pic 9(08).
           05 pl-cuotas pic 9(03).
           05 pl-inicio pic 9(08).
           05 pl-cuota-imp pic 9(06).
           05 pl-estado pic x(01).

       FD  CUOTAS.
       01  reg-cuota.
           05 pc-clave.
              10 pc-prestamo pic 9(04).
              10 pc-nro pic 9(03).
           05 pc-vence pic 9(08).
           05 pc-importe pic 9(06).
           05 pc-pagada pic x(01).
           05 pc-fecha-pago pic 9(08).

       FD  APROBACIONES.
       01  reg-aprobacion.
           05 ap-id pic 9(04).
           05 ap-programa pic x(10).
           05 ap-solicitante pic x(20).
           05 ap-fecha pic 9(08).
           05 ap-detalle pic x(80).
           05 ap-estado pic x(01).
           05 ap-revisor pic x(20).
           05 ap-comentario pic x(40).

       FD  PARAMETROS.
       COPY "parametro.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 status-cuentas pic x(2).
       01 mov-status pic x(2).
       01 productos-status pic x(2).
       01 cobranzas-status pic x(2).
       01 prestamos-status pic x(2).
       01 cuotas-status pic x(2).
       01 aprob-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-MOVS PIC X VALUE "N".
       01 FIN-CUOTAS PIC X VALUE "N".
       01 hay-movimientos pic x(1).
       01 hay-productos pic x(1).
       01 hay-cobranzas pic x(1).
       01 hoy pic 9(08).
       01 hoy-partes REDEFINES hoy.
           05 hoy-anio pic 9(04).
           05 hoy-mes pic 9(02).
           05 hoy-dia pic 9(02).
       01 ventana-desde pic 9(08).
       01 ventana-partes REDEFINES ventana-desde.
           05 ventana-anio pic 9(04).
           05 ventana-mes pic 9(02).
           05 ventana-dia pic 9(02).
       01 programa-visado pic x(10) value "revlimite".
       01 detalle-visado pic x(80).
       01 resultado-visado pic x(1).
       01 cant-aprobadas pic 9(03).
       01 indice-apr pic 9(03).
       01 tabla-aprobadas.
           05 aprobada-reg OCCURS 200 TIMES.
              10 apr-detalle pic x(80).
       01 tabla-marcas.
           05 revisada-cta pic x(01) OCCURS 99999 TIMES.
       01 tabla-morosas.
           05 morosa-cta pic x(01) OCCURS 99999 TIMES.
       01 prestamo-moroso pic x(1).
       01 cuenta-det pic 9(05).
       01 limite-viejo pic 9(06).
       01 limite-nuevo pic 9(06).
       01 grupo-ok pic x(1).
       COPY "grpparm.cpy".
       01 limite-calc pic 9(08).
       01 motivo-rev pic x(44).
       01 neto-ventana pic s9(9).
       01 saldo-corrido pic s9(9).
       01 saldo-minimo pic s9(9).
       01 cant-movs pic 9(05).
       01 cant-episodios pic 9(03).
       01 etapa-cobranza pic 9(01).
       01 pct-suba pic 9(03).
       01 pct-baja pic 9(03).
       01 saldo-exigido pic s9(9).
       01 episodios-baja pic 9(03).
       01 limite-base pic 9(06).
       01 limite-tope pic 9(06).
       01 importe-edit pic -(8)9.
       01 cant-aplicadas pic 9(05) value 0.
       01 cant-no-aplicadas pic 9(05) value 0.
       01 cant-rechazadas pic 9(05) value 0.
       01 cant-subas pic 9(05) value 0.
       01 cant-bajas pic 9(05) value 0.
       01 cant-sin-cambio pic 9(05) value 0.
       01 cant-pendientes pic 9(05) value 0.
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       01 linea-det.
           05 det-cta pic 9(5).
           05 filler pic x(1) value SPACES.
           05 det-titular pic x(24).
           05 filler pic x(1) value SPACES.
           05 det-actual pic z(5)9.
           05 filler pic x(1) value SPACES.
           05 det-nuevo pic z(5)9.
           05 filler pic x(1) value SPACES.
           05 det-resultado pic x(30).
           05 det-motivo pic x(25).
       COPY "param.cpy".

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-aplicadas
           move 0 to cant-no-aplicadas
           move 0 to cant-rechazadas
           move 0 to cant-subas
           move 0 to cant-bajas
           move 0 to cant-sin-cambio
           move 0 to cant-pendientes
           move 0 to cant-aprobadas
           MOVE SPACES TO tabla-marcas
           MOVE SPACES TO tabla-morosas

           ACCEPT hoy FROM DATE YYYYMMDD
           move hoy to ventana-desde
           IF hoy-mes > 3 then
              compute ventana-mes = hoy-mes - 3
           ELSE
              compute ventana-mes = hoy-mes + 9
              compute ventana-anio = hoy-anio - 1
           END-IF

           PERFORM CARGAR-REGLAS

           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "REVISION PERIODICA DE LIMITES DE CREDITO AL "
              DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              "  (historia desde " DELIMITED BY SIZE
              ventana-desde DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           PERFORM IMPRIMIR-REGLAS
           MOVE SPACES TO linea-print
           write linea-print

           PERFORM LEER-SOLICITUDES

           MOVE "PROPUESTAS APROBADAS:" TO linea-print
           write linea-print
           PERFORM IMPRIMIR-TITULOS
           PERFORM APLICAR-APROBADAS
           MOVE SPACES TO linea-print
           write linea-print

           MOVE "REVISION DE CUENTAS:" TO linea-print
           write linea-print
           PERFORM IMPRIMIR-TITULOS
           OPEN  input CUENTAS
           IF status-cuentas NOT = "00" then
              MOVE "   No hay cuentas registradas todavia."
                 TO linea-print
              write linea-print
              move "A" to ret-estado
              move "cuentas.txt no disponible" to ret-motivo
           ELSE
              PERFORM MARCAR-MOROSAS
              PERFORM REVISAR-CUENTAS
              CLOSE CUENTAS
           END-IF

           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Aplicadas: " DELIMITED BY SIZE
              cant-aplicadas DELIMITED BY SIZE
              "  No aplicadas: " DELIMITED BY SIZE
              cant-no-aplicadas DELIMITED BY SIZE
              "  Rechazadas: " DELIMITED BY SIZE
              cant-rechazadas DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Propuestas de suba: " DELIMITED BY SIZE
              cant-subas DELIMITED BY SIZE
              "  de baja: " DELIMITED BY SIZE
              cant-bajas DELIMITED BY SIZE
              "  Sin cambio: " DELIMITED BY SIZE
              cant-sin-cambio DELIMITED BY SIZE
              "  Ya revisadas: " DELIMITED BY SIZE
              cant-pendientes DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           CLOSE PRINTFILE
           move "LIMITES" to spool-reporte
           move "revlimite.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display cant-aplicadas " limite(s) aplicados, "
              cant-subas " suba(s) y " cant-bajas
              " baja(s) propuestas para aprobacion."
           display "Detalle en revlimite.txt"
           IF ret-estado = "O" AND cant-no-aplicadas > 0 then
              move "A" to ret-estado
              move "limites aprobados que no se pudieron aplicar"
                 to ret-motivo
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       CARGAR-REGLAS.
           move hoy to PAR-FECHA
           move "LIM-SUBA-PCT" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR >= 0
              AND PAR-VALOR <= 999 then
              move PAR-VALOR to pct-suba
           ELSE
              move 20 to pct-suba
           END-IF
           move "LIM-BAJA-PCT" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR >= 0
              AND PAR-VALOR <= 100 then
              move PAR-VALOR to pct-baja
           ELSE
              move 25 to pct-baja
           END-IF
           move "LIM-SALDOMIN" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" then
              move PAR-VALOR to saldo-exigido
           ELSE
              move 0 to saldo-exigido
           END-IF
           move "LIM-SOBREG" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR >= 0
              AND PAR-VALOR <= 999 then
              move PAR-VALOR to episodios-baja
           ELSE
              move 2 to episodios-baja
           END-IF
           move "LIM-BASE" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR >= 0
              AND PAR-VALOR <= 999999 then
              move PAR-VALOR to limite-base
           ELSE
              move 1000 to limite-base
           END-IF
           move "LIM-TOPE" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR >= 0
              AND PAR-VALOR <= 999999 then
              move PAR-VALOR to limite-tope
           ELSE
              move 999999 to limite-tope
           END-IF.

       IMPRIMIR-REGLAS.
           MOVE SPACES TO linea-print
           STRING "Suba " DELIMITED BY SIZE
              pct-suba DELIMITED BY SIZE
              "%  Baja " DELIMITED BY SIZE
              pct-baja DELIMITED BY SIZE
              "%  Baja desde " DELIMITED BY SIZE
              episodios-baja DELIMITED BY SIZE
              " sobregiros  Base " DELIMITED BY SIZE
              limite-base DELIMITED BY SIZE
              "  Tope " DELIMITED BY SIZE
              limite-tope DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           move saldo-exigido to importe-edit
           MOVE SPACES TO linea-print
           STRING "Saldo minimo exigido para subir: " DELIMITED BY SIZE
              importe-edit DELIMITED BY SIZE
              INTO linea-print
           write linea-print.

       IMPRIMIR-TITULOS.
           MOVE SPACES TO linea-print
           STRING "CUENTA TITULAR                 "
              DELIMITED BY SIZE
              "ACTUAL  NUEVO RESULTADO" DELIMITED BY SIZE
              INTO linea-print
           write linea-print.

       LEER-SOLICITUDES.
           OPEN  input APROBACIONES
           IF aprob-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ APROBACIONES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF ap-programa = programa-visado AND
                    ap-detalle(12:5) IS NUMERIC then
                    move ap-detalle(12:5) to cuenta-det
                    IF ap-estado = "P" OR ap-fecha >= ventana-desde
                       then
                       IF cuenta-det > 0 then
                          move "S" to revisada-cta(cuenta-det)
                       END-IF
                    END-IF
                    IF ap-estado = "A" AND cant-aprobadas < 200 then
                       add 1 to cant-aprobadas
                       move ap-detalle to apr-detalle(cant-aprobadas)
                    END-IF
                    IF ap-estado = "R" AND ap-fecha >= ventana-desde
                       then
                       add 1 to cant-rechazadas
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE APROBACIONES
           END-IF
           move "N" to FIN-ARCHIVO.

       APLICAR-APROBADAS.
           PERFORM VARYING indice-apr FROM 1 BY 1
              UNTIL indice-apr > cant-aprobadas
              move apr-detalle(indice-apr) to detalle-visado
              move detalle-visado(12:5) to cuenta-det
              move 0 to limite-viejo
              move 0 to limite-nuevo
              IF detalle-visado(21:6) IS NUMERIC then
                 move detalle-visado(21:6) to limite-viejo
              END-IF
              IF detalle-visado(30:6) IS NUMERIC then
                 move detalle-visado(30:6) to limite-nuevo
              END-IF
              MOVE SPACES TO motivo-rev
              move detalle-visado(37:44) to motivo-rev
              CALL 'visado' USING programa-visado detalle-visado
                 resultado-visado
              IF resultado-visado = "S" then
                 PERFORM APLICAR-LIMITE
              END-IF
           END-PERFORM.

       APLICAR-LIMITE.
           move cuenta-det to det-cta
           MOVE SPACES TO det-titular
           move limite-viejo to det-actual
           move limite-nuevo to det-nuevo
           move motivo-rev to det-motivo
           move "S" to grupo-ok
           IF limite-nuevo > limite-viejo then
              PERFORM CONTROLAR-GRUPO
           END-IF
           OPEN  i-o CUENTAS
           IF status-cuentas NOT = "00" then
              move "no aplicada: sin cuentas" to det-resultado
              add 1 to cant-no-aplicadas
           ELSE
              move cuenta-det to cta-id
              READ CUENTAS KEY IS cta-id
              INVALID KEY
                 move "no aplicada: cuenta inexistente"
                    to det-resultado
                 add 1 to cant-no-aplicadas
              NOT INVALID KEY
                 move cta-titular to det-titular
                 IF cta-estado = "C" then
                    move "no aplicada: cuenta cerrada"
                       to det-resultado
                    add 1 to cant-no-aplicadas
                 ELSE
                 IF cta-limite NOT = limite-viejo then
                    move "no aplicada: limite cambiado"
                       to det-resultado
                    add 1 to cant-no-aplicadas
                 ELSE
                 IF grupo-ok NOT = "S" then
                    MOVE SPACES TO det-resultado
                    STRING "no aplicada: grupo " DELIMITED BY SIZE
                       GRP-EMPRESA DELIMITED BY SIZE
                       INTO det-resultado
                    add 1 to cant-no-aplicadas
                 ELSE
                    move limite-nuevo to cta-limite
                    REWRITE reg-cuenta
                    move "aplicada" to det-resultado
                    add 1 to cant-aplicadas
                    move "LIMITE-REV" to aud-accion
                    MOVE SPACES TO aud-usuario
                    STRING cuenta-det DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       limite-viejo DELIMITED BY SIZE
                       ">" DELIMITED BY SIZE
                       limite-nuevo DELIMITED BY SIZE
                       INTO aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                 END-IF
                 END-IF
                 END-IF
              END-READ
              CLOSE CUENTAS
           END-IF
           move linea-det to linea-print
           write linea-print.

       CONTROLAR-GRUPO.
           MOVE SPACES TO GRP-USUARIO
           OPEN  input CUENTAS
           IF status-cuentas = "00" then
              move cuenta-det to cta-id
              READ CUENTAS KEY IS cta-id
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move cta-titular to GRP-USUARIO
              END-READ
              CLOSE CUENTAS
           END-IF
           IF GRP-USUARIO NOT = SPACES then
              move "V" to GRP-FUNCION
              MOVE SPACES TO GRP-EMPRESA
              compute GRP-IMPORTE = limite-nuevo - limite-viejo
              CALL 'grupoexp' USING GRP-FUNCION GRP-EMPRESA
                 GRP-USUARIO GRP-IMPORTE GRP-TOTALES GRP-RESULTADO
              IF GRP-RESULTADO = "N" then
                 move "N" to grupo-ok
              END-IF
           END-IF.

       MARCAR-MOROSAS.
           OPEN  input PRESTAMOS
           IF prestamos-status = "00" then
              OPEN  input CUOTAS
              IF cuotas-status = "00" then
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ PRESTAMOS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF pl-estado = "A" AND pl-cta > 0 then
                       PERFORM REVISAR-CUOTAS
                       IF prestamo-moroso = "S" then
                          move "S" to morosa-cta(pl-cta)
                       END-IF
                    END-IF
                 END-READ
                 END-PERFORM
                 CLOSE CUOTAS
              END-IF
              CLOSE PRESTAMOS
           END-IF
           move "N" to FIN-ARCHIVO.

       REVISAR-CUOTAS.
           move "N" to prestamo-moroso
           move "N" to FIN-CUOTAS
           move pl-id to pc-prestamo
           move 0 to pc-nro
           START CUOTAS KEY IS >= pc-clave
              INVALID KEY
                 MOVE "S" TO FIN-CUOTAS
           END-START
           PERFORM UNTIL FIN-CUOTAS = "S"
           READ CUOTAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-CUOTAS
           NOT AT END
              IF pc-prestamo NOT = pl-id then
                 MOVE "S" TO FIN-CUOTAS
              ELSE
              IF pc-pagada = "N" AND pc-vence < hoy then
                 move "S" to prestamo-moroso
                 MOVE "S" TO FIN-CUOTAS
              END-IF
              END-IF
           END-READ
           END-PERFORM.

       REVISAR-CUENTAS.
           move "N" to hay-movimientos
           OPEN  input MOVIMIENTOS
           IF mov-status = "00" then
              move "S" to hay-movimientos
           END-IF
           move "N" to hay-productos
           OPEN  input PRODUCTOS
           IF productos-status = "00" then
              move "S" to hay-productos
           END-IF
           move "N" to hay-cobranzas
           OPEN  input COBRANZAS
           IF cobranzas-status = "00" then
              move "S" to hay-cobranzas
           END-IF

           move "N" to FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ CUENTAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF cta-estado NOT = "C" AND cta-id > 0 then
                 PERFORM REVISAR-CUENTA
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO

           IF hay-movimientos = "S" then
              CLOSE MOVIMIENTOS
           END-IF
           IF hay-productos = "S" then
              CLOSE PRODUCTOS
           END-IF
           IF hay-cobranzas = "S" then
              CLOSE COBRANZAS
           END-IF.

       REVISAR-CUENTA.
           move cta-id to det-cta
           move cta-titular to det-titular
           move cta-limite to det-actual
           move cta-limite to det-nuevo
           MOVE SPACES TO det-motivo
           IF revisada-cta(cta-id) = "S" then
              move "ya revisada en el trimestre" to det-resultado
              add 1 to cant-pendientes
           ELSE
              PERFORM HISTORIA-SALDOS
              PERFORM LEER-COBRANZA
              PERFORM PROPONER-LIMITE
           END-IF
           move linea-det to linea-print
           write linea-print.

       HISTORIA-SALDOS.
           move 0 to neto-ventana
           move 0 to cant-movs
           IF hay-movimientos = "S" then
              PERFORM POSICIONAR-MOVS
              PERFORM UNTIL FIN-MOVS = "S"
              READ MOVIMIENTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-MOVS
              NOT AT END
                 IF mv-cta NOT = cta-id then
                    MOVE "S" TO FIN-MOVS
                 ELSE
                    add 1 to cant-movs
                    IF mv-tipo = "D" then
                       subtract mv-importe from neto-ventana
                    ELSE
                       add mv-importe to neto-ventana
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
           END-IF
           compute saldo-corrido = cta-saldo - neto-ventana
           move saldo-corrido to saldo-minimo
           move 0 to cant-episodios
           IF saldo-corrido < 0 then
              move 1 to cant-episodios
           END-IF
           IF cant-movs > 0 then
              PERFORM POSICIONAR-MOVS
              PERFORM UNTIL FIN-MOVS = "S"
              READ MOVIMIENTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-MOVS
              NOT AT END
                 IF mv-cta NOT = cta-id then
                    MOVE "S" TO FIN-MOVS
                 ELSE
                    IF mv-tipo = "D" then
                       IF saldo-corrido >= 0 AND
                          saldo-corrido - mv-importe < 0 then
                          add 1 to cant-episodios
                       END-IF
                       subtract mv-importe from saldo-corrido
                    ELSE
                       add mv-importe to saldo-corrido
                    END-IF
                    IF saldo-corrido < saldo-minimo then
                       move saldo-corrido to saldo-minimo
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
           END-IF.

       POSICIONAR-MOVS.
           move "N" to FIN-MOVS
           move cta-id to mv-cta
           move ventana-desde to mv-fecha
           move 0 to mv-seq
           START MOVIMIENTOS KEY IS >= mv-clave
              INVALID KEY
                 MOVE "S" TO FIN-MOVS
           END-START.

       LEER-COBRANZA.
           move 0 to etapa-cobranza
           IF hay-cobranzas = "S" then
              move cta-id to cb-cta
              READ COBRANZAS KEY IS cb-cta
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move cb-etapa to etapa-cobranza
              END-READ
           END-IF.

       PROPONER-LIMITE.
           move cta-limite to limite-nuevo
           MOVE SPACES TO motivo-rev
           IF etapa-cobranza >= 2 then
              move "BAJA: en cobranza" to motivo-rev
           ELSE
           IF morosa-cta(cta-id) = "S" then
              move "BAJA: prestamo moroso" to motivo-rev
           ELSE
           IF episodios-baja > 0 AND cant-episodios >= episodios-baja
              then
              move "BAJA: sobregiros" to motivo-rev
           END-IF
           END-IF
           END-IF

           IF motivo-rev NOT = SPACES then
              compute limite-nuevo =
                 cta-limite * (100 - pct-baja) / 100
           ELSE
           IF etapa-cobranza = 0 AND cant-episodios = 0 AND
              cant-movs > 0 AND saldo-minimo >= saldo-exigido then
              move "SUBA: buen comportamiento" to motivo-rev
              IF cta-limite = 0 then
                 move limite-base to limite-calc
              ELSE
                 compute limite-calc =
                    cta-limite * (100 + pct-suba) / 100
              END-IF
              IF limite-calc > limite-tope then
                 move limite-tope to limite-calc
              END-IF
              PERFORM TOPE-PRODUCTO
              move limite-calc to limite-nuevo
           END-IF
           END-IF

           move limite-nuevo to det-nuevo
           IF limite-nuevo = cta-limite then
              IF motivo-rev = SPACES then
                 move "sin cambio" to det-resultado
              ELSE
                 move "sin cambio: en el tope" to det-resultado
                 move motivo-rev to det-motivo
              END-IF
              add 1 to cant-sin-cambio
           ELSE
              move cta-id to cuenta-det
              move cta-limite to limite-viejo
              MOVE SPACES TO detalle-visado
              STRING "LIMITE CTA " DELIMITED BY SIZE
                 cuenta-det DELIMITED BY SIZE
                 " DE " DELIMITED BY SIZE
                 limite-viejo DELIMITED BY SIZE
                 " A " DELIMITED BY SIZE
                 limite-nuevo DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 motivo-rev DELIMITED BY SIZE
                 INTO detalle-visado
              CALL 'visado' USING programa-visado detalle-visado
                 resultado-visado
              move motivo-rev to det-motivo
              IF resultado-visado = "N" then
                 IF limite-nuevo > cta-limite then
                    move "propuesta de suba encolada" to det-resultado
                    add 1 to cant-subas
                 ELSE
                    move "propuesta de baja encolada" to det-resultado
                    add 1 to cant-bajas
                 END-IF
              ELSE
                 move "propuesta ya pendiente" to det-resultado
                 add 1 to cant-pendientes
              END-IF
           END-IF.

       TOPE-PRODUCTO.
           IF hay-productos = "S" AND cta-producto NOT = SPACES then
              move cta-producto to pr-codigo
              READ PRODUCTOS KEY IS pr-codigo
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF pr-limite-max > 0 AND limite-calc > pr-limite-max
                    then
                    move pr-limite-max to limite-calc
                 END-IF
              END-READ
           END-IF
           IF limite-calc < cta-limite then
              move cta-limite to limite-calc
           END-IF.

       COPY "parampr.cpy".
