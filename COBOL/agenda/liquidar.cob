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

           SELECT SALDOSPROM ASSIGN TO "saldos_promedio.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sp-clave
           FILE STATUS IS prom-status.

           SELECT PRINTFILE ASSIGN TO "liquidacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAMETROS ASSIGN TO "parametros.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pa-clave
           FILE STATUS IS PAR-STATUS.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRODUCTOS.
       COPY "producto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SALDOSPROM.
       COPY "saldoprom.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(80).

       FD  PARAMETROS.
       COPY "parametro.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       01 periodo pic 9(6).
       01 tasa-centesimas pic 9(4).
       01 comision-fija pic 9(4).
       01 tasa-vigencia pic 9(8).
       01 comision-vigencia pic 9(8).
       01 productos-status pic x(2).
       01 hay-productos pic x(1) value "N".
       01 prom-status pic x(2).
       01 base-interes pic x(1) value "S".
       01 hay-promedios pic x(1) value "N".
       01 saldo-base pic s9(8).
       01 cant-sin-promedio pic 9(4) value 0.
       01 tasa-cuenta pic 9(4).
       01 comision-cuenta pic 9(6).
       01 fecha-hoy pic 9(8).
       01 fecha-proxima pic 9(8).
       01 dia-habil pic x(1).
       01 interes-calc pic 9(6).
       01 saldo-nuevo pic s9(8).
       01 cant-procesadas pic 9(4) value 0.
       01 cant-errores pic 9(4) value 0.
       01 cuenta-con-error pic x(1).
       01 total-interes pic 9(8) value 0.
       01 total-comision pic 9(8) value 0.
       01 confirma pic x(1).
           05 det-comision pic z(5)9.
           05 filler pic x(2) value SPACES.
           05 det-saldo pic -(6)9.
           05 filler pic x(2) value SPACES.
           05 det-producto pic x(4).
           05 filler pic x(43) value SPACES.
       COPY "movseq.cpy".
       COPY "param.cpy".
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.

       LINKAGE SECTION.
       COPY "retorno.cpy".

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-procesadas
           move 0 to cant-errores
           move 0 to cant-sin-promedio
           move 0 to total-interes
           move 0 to total-comision

           MOVE SPACES TO operador-actual
           OPEN  input SESION
           DISPLAY "Periodo a liquidar (AAAAMM)"
           move 0 to periodo
           ACCEPT periodo
           DISPLAY "Las cuentas con producto se liquidan con la tasa "
              "y comision de su producto."
           move fecha-hoy to PAR-FECHA
           move "LIQ-TASA" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR >= 0 then
              move PAR-VALOR to tasa-centesimas
              move PAR-VIGENCIA to tasa-vigencia
              DISPLAY "Tasa para cuentas sin producto: "
                 tasa-centesimas " centesimas de porciento "
                 "(vigente desde " PAR-VIGENCIA ")"
           ELSE
              move 0 to tasa-vigencia
              DISPLAY "Tasa de interes para cuentas sin producto, en "
                 "centesimas de porciento (150 = 1,50%)"
              move 0 to tasa-centesimas
              ACCEPT tasa-centesimas
           END-IF
           move "LIQ-COMISION" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR >= 0 then
              move PAR-VALOR to comision-fija
              move PAR-VIGENCIA to comision-vigencia
              DISPLAY "Comision fija para cuentas sin producto: "
                 comision-fija " (vigente desde " PAR-VIGENCIA ")"
           ELSE
              move 0 to comision-vigencia
              DISPLAY "Comision fija para cuentas sin producto "
                 "(0 = ninguna)"
              move 0 to comision-fija
              ACCEPT comision-fija
           END-IF

           move "LIQ-BASE" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" then
              IF PAR-VALOR = 1 then
                 move "P" to base-interes
              ELSE
                 move "S" to base-interes
              END-IF
           ELSE
              DISPLAY "Base del interes: S saldo al cierre / P saldo "
                 "promedio diario del periodo"
              ACCEPT base-interes
              INSPECT base-interes CONVERTING "sp" TO "SP"
              IF base-interes NOT = "P" then
                 move "S" to base-interes
              END-IF
           END-IF
           IF base-interes = "P" then
              DISPLAY "El interes se calcula sobre el saldo promedio "
                 "diario del periodo (saldos_promedio.txt)."
           END-IF

           MOVE SPACES TO referencia-int
           STRING "INTERES " DELIMITED BY SIZE
                    move "liquidacion cancelada" to ret-motivo
                    CLOSE CUENTAS
                 ELSE
                    OPEN  input PRODUCTOS
                    IF productos-status = "00" then
                       move "S" to hay-productos
                    END-IF
                    IF base-interes = "P" then
                       OPEN  input SALDOSPROM
                       IF prom-status = "00" then
                          move "S" to hay-promedios
                       END-IF
                    END-IF
                    OPEN  output PRINTFILE
                    PERFORM ENCABEZADO-REGISTRO
                    move "N" to FIN-ARCHIVO
                    END-READ
                    END-PERFORM
                    CLOSE CUENTAS
                    IF hay-productos = "S" then
                       CLOSE PRODUCTOS
                    END-IF
                    IF hay-promedios = "S" then
                       CLOSE SALDOSPROM
                    END-IF
                    IF cant-sin-promedio > 0 then
                       DISPLAY cant-sin-promedio " cuenta(s) sin saldo "
                          "promedio del periodo, liquidadas sobre el "
                          "saldo al cierre."
                       move "A" to ret-estado
                       move "cuentas sin saldo promedio" to ret-motivo
                    END-IF
                    IF cant-errores > 0 then
                       DISPLAY cant-errores " cuenta(s) con "
                          "movimientos no grabados: liquidacion "
                          "incompleta."
                       move "E" to ret-estado
                       move "movimientos no grabados" to ret-motivo
                    END-IF
                    PERFORM TOTALES-REGISTRO
                    CLOSE PRINTFILE
                    DISPLAY "Liquidacion completa: " cant-procesadas

           accept FIN-ARCHIVO

           CALL 'totales' USING "V" tot-depto reg-totales

           EXIT PROGRAM.

       VERIFICAR-PERIODO.
              move "S" to FIN-MOVS
           END-IF
           PERFORM UNTIL FIN-MOVS = "S"
           READ MOVIMIENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-MOVS
           NOT AT END

       LIQUIDAR-CUENTA.
           add 1 to cant-procesadas
           move "N" to cuenta-con-error
           move 0 to interes-calc
           PERFORM CONDICIONES-CUENTA
           PERFORM BASE-CUENTA

           IF saldo-base > 0 AND tasa-cuenta > 0 then
              compute interes-calc ROUNDED =
                 saldo-base * tasa-cuenta / 10000
           END-IF
           IF interes-calc > 0 then
              move "C" to mv-tipo-trabajo
              move interes-calc to mv-importe-trabajo
              move referencia-int to mv-referencia-trabajo
              PERFORM GRABAR-MOVIMIENTO
              IF MVS-GRABADO = "S" then
                 compute saldo-nuevo = cta-saldo + interes-calc
                 move saldo-nuevo to cta-saldo
                 add interes-calc to total-interes
              ELSE
                 move "S" to cuenta-con-error
                 move 0 to interes-calc
              END-IF
           END-IF

           IF comision-cuenta > 0 AND cta-dormida NOT = "S" AND
              cta-estado NOT = "B" then
              move "D" to mv-tipo-trabajo
              move comision-cuenta to mv-importe-trabajo
              move referencia-com to mv-referencia-trabajo
              PERFORM GRABAR-MOVIMIENTO
              IF MVS-GRABADO = "S" then
                 compute saldo-nuevo = cta-saldo - comision-cuenta
                 move saldo-nuevo to cta-saldo
                 add comision-cuenta to total-comision
              ELSE
                 move "S" to cuenta-con-error
                 move 0 to comision-cuenta
              END-IF
           END-IF
           IF cuenta-con-error = "S" then
              add 1 to cant-errores
           END-IF

           IF cta-saldo < 0 then
           MOVE SPACES TO linea-det
           move cta-id to det-cta
           move interes-calc to det-interes
           IF cta-dormida = "S" OR cta-estado = "B" then
              move 0 to det-comision
           ELSE
              move comision-cuenta to det-comision
           END-IF
           move cta-saldo to det-saldo
           move cta-producto to det-producto
           move linea-det to linea-print
           write linea-print.

       CONDICIONES-CUENTA.
           move tasa-centesimas to tasa-cuenta
           move comision-fija to comision-cuenta
           IF cta-producto NOT = SPACES AND hay-productos = "S" then
              move cta-producto to pr-codigo
              READ PRODUCTOS KEY IS pr-codigo
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move pr-tasa to tasa-cuenta
                 move pr-comision to comision-cuenta
              END-READ
           END-IF.

       BASE-CUENTA.
           move cta-saldo to saldo-base
           IF base-interes = "P" then
              IF hay-promedios = "S" then
                 move cta-id to sp-cta
                 move periodo to sp-periodo
                 READ SALDOSPROM KEY IS sp-clave
                 INVALID KEY
                    add 1 to cant-sin-promedio
                 NOT INVALID KEY
                    move sp-promedio to saldo-base
                 END-READ
              ELSE
                 add 1 to cant-sin-promedio
              END-IF
           END-IF.

       GRABAR-MOVIMIENTO.
           MOVE SPACES TO reg-movimiento
           move cta-id to mv-cta
           move fecha-hoy to mv-fecha
           move mv-importe-trabajo to mv-importe
           move mv-referencia-trabajo to mv-referencia
           move operador-actual to mv-operador
           move "N" to MVS-GRABADO
           PERFORM ALTA-MOVIMIENTO.

       ENCABEZADO-REGISTRO.
           MOVE SPACES TO linea-print
              fecha-hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           IF tasa-vigencia = 0 then
              STRING "Tasa sin producto: " DELIMITED BY SIZE
                 tasa-centesimas DELIMITED BY SIZE
                 " centesimas % (ingresada)" DELIMITED BY SIZE
                 INTO linea-print
           ELSE
              STRING "Tasa sin producto: " DELIMITED BY SIZE
                 tasa-centesimas DELIMITED BY SIZE
                 " centesimas % (LIQ-TASA desde " DELIMITED BY SIZE
                 tasa-vigencia DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO linea-print
           END-IF
           write linea-print
           MOVE SPACES TO linea-print
           IF comision-vigencia = 0 then
              STRING "Comision sin producto: " DELIMITED BY SIZE
                 comision-fija DELIMITED BY SIZE
                 " (ingresada)" DELIMITED BY SIZE
                 INTO linea-print
           ELSE
              STRING "Comision sin producto: " DELIMITED BY SIZE
                 comision-fija DELIMITED BY SIZE
                 " (LIQ-COMISION desde " DELIMITED BY SIZE
                 comision-vigencia DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO linea-print
           END-IF
           write linea-print
           IF base-interes = "P" then
              MOVE "Base del interes: saldo promedio diario del periodo"
                 TO linea-print
           ELSE
              MOVE "Base del interes: saldo al cierre" TO linea-print
           END-IF
           write linea-print
           MOVE "CUENTA INTERES  COMISION  SALDO FINAL PROD"
              TO linea-print
           write linea-print
           MOVE "------ -------- --------- ----------- ----"
              TO linea-print
           write linea-print.

           STRING "Total comisiones..: " DELIMITED BY SIZE
              total-comision DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           IF cant-errores > 0 then
              MOVE SPACES TO linea-print
              STRING "Cuentas con error.: " DELIMITED BY SIZE
                 cant-errores DELIMITED BY SIZE
                 " (movimientos no grabados)" DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-IF.

       COPY "movseqpr.cpy".

       COPY "parampr.cpy".
