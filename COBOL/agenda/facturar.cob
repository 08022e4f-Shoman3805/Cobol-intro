       IDENTIFICATION DIVISION.
       PROGRAM-ID. facturar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CICLOSFAC ASSIGN TO "contratos_ciclo.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cf-clave
           FILE STATUS IS ciclos-status.

           SELECT CONTRATOS ASSIGN TO "contratos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS co-clave
           FILE STATUS IS contratos-status.

           SELECT EMPRESAS ASSIGN TO "empresas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS e-id
           FILE STATUS IS empresas-status.

           SELECT FACTURAS ASSIGN TO "facturas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fa-numero
           FILE STATUS IS facturas-status.

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

           SELECT PARAMETROS ASSIGN TO "parametros.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pa-clave
           FILE STATUS IS PAR-STATUS.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

           SELECT PRINTFILE ASSIGN TO "facturas_emitidas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CICLOSFAC.
       COPY "ciclofac.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CONTRATOS.
       01  reg-contrato.
           05 co-clave.
              10 co-empresa pic x(10).
              10 co-seq pic 9(02).
           05 co-inicio pic 9(08).
           05 co-fin pic 9(08).
           05 co-importe pic 9(08).
           05 co-renovacion pic x(30).

       FD  EMPRESAS.
       01  reg-empresa.
           05 e-id pic x(10).
           05 e-razon pic x(30).
           05 e-cuit pic x(13).
           05 e-telefono pic 9(10).

       FD  FACTURAS.
       COPY "factura.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PARAMETROS.
       COPY "parametro.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       FD  PRINTFILE.
       01  linea-print pic x(80).

       WORKING-STORAGE SECTION.
       01 ciclos-status pic x(2).
       01 contratos-status pic x(2).
       01 empresas-status pic x(2).
       01 facturas-status pic x(2).
       01 status-cuentas pic x(2).
       01 mov-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 dias-vence pic s9(7).
       01 dias-uno pic s9(7) value 1.
       01 fec-valida pic x(1).
       01 contrato-valido pic x(1).
       01 razon-empresa pic x(30).
       01 per-desde pic 9(08).
       01 per-hasta pic 9(08).
       01 meses-ciclo pic 9(02).
       01 trab-anio pic 9(04).
       01 trab-mes pic 9(02).
       01 trab-dia pic 9(02).
       01 dia-tope pic 9(02).
       01 cociente pic 9(04).
       01 resto-4 pic 9(04).
       01 resto-100 pic 9(04).
       01 resto-400 pic 9(04).
       01 dias-mes-tabla.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 28.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
           05 filler pic 9(2) value 30.
           05 filler pic 9(2) value 31.
       01 dias-mes REDEFINES dias-mes-tabla
           pic 9(2) occurs 12 times.
       01 periodos-contrato pic 9(03).
       01 numeracion-bloqueada pic x(1).
       01 debito-ok pic x(1).
       01 saldo-proyectado pic s9(8).
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 id-mayor pic 9(08).
       01 cant-contratos pic 9(05).
       01 cant-facturas pic 9(05).
       01 cant-debitadas pic 9(05).
       01 cant-pendientes pic 9(05).
       01 cant-sin-contrato pic 9(05).
       01 cant-sin-debito pic 9(05).
       01 total-facturado pic 9(10).
       01 importe-edit pic z(7)9.
       01 total-edit pic z(9)9.
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       01 factura-emitida pic x(94).
       COPY "param.cpy".
       COPY "movseq.cpy".
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-contratos
           move 0 to cant-facturas
           move 0 to cant-debitadas
           move 0 to cant-pendientes
           move 0 to cant-sin-contrato
           move 0 to cant-sin-debito
           move 0 to total-facturado
           move "N" to numeracion-bloqueada

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

           move "FACT-DIAS" to PAR-CODIGO
           move hoy to PAR-FECHA
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR > 0 then
              move PAR-VALOR to dias-vence
           ELSE
              move 30 to dias-vence
           END-IF

           display "Facturacion de contratos al " hoy
              " (vencimiento a " dias-vence " dias)"

           OPEN  i-o CICLOSFAC
           IF ciclos-status NOT = "00" then
              display "No hay contratos con ciclo de facturacion."
           ELSE
              OPEN  input CONTRATOS
              OPEN  input EMPRESAS
              OPEN  i-o FACTURAS
              IF facturas-status = "35" then
                 OPEN  output FACTURAS
                 CLOSE FACTURAS
                 OPEN  i-o FACTURAS
              END-IF
              PERFORM BUSCAR-MAX-FACTURA
              OPEN  i-o CUENTAS
              OPEN  output PRINTFILE
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CICLOSFAC NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF numeracion-bloqueada = "N" then
                    PERFORM FACTURAR-CONTRATO
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              PERFORM IMPRIMIR-RESUMEN
              CLOSE PRINTFILE
              IF status-cuentas = "00" then
                 CLOSE CUENTAS
              END-IF
              CLOSE FACTURAS
              IF empresas-status = "00" then
                 CLOSE EMPRESAS
              END-IF
              IF contratos-status = "00" then
                 CLOSE CONTRATOS
              END-IF
              CLOSE CICLOSFAC

              move "FACTURAS" to spool-reporte
              move "facturas_emitidas.txt" to spool-archivo
              CALL 'espool' USING spool-reporte spool-archivo
           END-IF

           display "Facturas emitidas: " cant-facturas
              "  debitadas: " cant-debitadas
              "  pendientes de cobro: " cant-pendientes
           IF numeracion-bloqueada = "S" then
              move "A" to ret-estado
              move "numeracion de facturas bloqueada" to ret-motivo
           ELSE
           IF cant-sin-contrato > 0 then
              move "A" to ret-estado
              move "ciclos de facturacion sin contrato"
                 to ret-motivo
           END-IF
           END-IF
           IF cant-sin-debito > 0 then
              display cant-sin-debito " debito(s) de factura no "
                 "grabados: las facturas quedan pendientes."
              move "E" to ret-estado
              move "debitos de facturas no grabados" to ret-motivo
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           CALL 'totales' USING "V" tot-depto reg-totales

           EXIT PROGRAM.

       BUSCAR-MAX-FACTURA.
           move 0 to id-mayor
           move "N" to FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ FACTURAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF fa-numero > id-mayor then
                 move fa-numero to id-mayor
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO.

       FACTURAR-CONTRATO.
           move "N" to contrato-valido
           IF contratos-status = "00" then
              move cf-empresa to co-empresa
              move cf-seq to co-seq
              READ CONTRATOS KEY IS co-clave
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "S" to contrato-valido
              END-READ
           END-IF
           IF contrato-valido NOT = "S" then
              add 1 to cant-sin-contrato
           ELSE
              add 1 to cant-contratos
              MOVE SPACES TO razon-empresa
              IF empresas-status = "00" then
                 move co-empresa to e-id
                 READ EMPRESAS KEY IS e-id
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move e-razon to razon-empresa
                 END-READ
              END-IF
              IF cf-ciclo = "M" then
                 move 1 to meses-ciclo
              ELSE
              IF cf-ciclo = "T" then
                 move 3 to meses-ciclo
              ELSE
                 move 12 to meses-ciclo
              END-IF
              END-IF
              IF cf-hasta = 0 then
                 move co-inicio to per-desde
              ELSE
                 CALL 'fechas' USING "S" cf-hasta per-desde dias-uno
                    fec-valida
              END-IF
              move 0 to periodos-contrato
              PERFORM UNTIL per-desde > hoy OR per-desde > co-fin
                 OR periodos-contrato >= 120
                 OR numeracion-bloqueada = "S"
                 PERFORM FIN-PERIODO
                 PERFORM EMITIR-FACTURA
                 IF numeracion-bloqueada = "N" then
                    add 1 to periodos-contrato
                    move per-hasta to cf-hasta
                    REWRITE reg-ciclo-fac
                    CALL 'fechas' USING "S" per-hasta per-desde
                       dias-uno fec-valida
                 END-IF
              END-PERFORM
           END-IF.

       FIN-PERIODO.
           move per-desde(1:4) to trab-anio
           move per-desde(5:2) to trab-mes
           move per-desde(7:2) to trab-dia
           add meses-ciclo to trab-mes
           PERFORM UNTIL trab-mes <= 12
              subtract 12 from trab-mes
              add 1 to trab-anio
           END-PERFORM
           IF trab-dia = 1 then
              IF trab-mes = 1 then
                 move 12 to trab-mes
                 subtract 1 from trab-anio
              ELSE
                 subtract 1 from trab-mes
              END-IF
              PERFORM TOPE-MES
              move dia-tope to trab-dia
           ELSE
              subtract 1 from trab-dia
              PERFORM TOPE-MES
              IF trab-dia > dia-tope then
                 move dia-tope to trab-dia
              END-IF
           END-IF
           compute per-hasta = trab-anio * 10000 + trab-mes * 100
              + trab-dia
           IF per-hasta > co-fin then
              move co-fin to per-hasta
           END-IF.

       TOPE-MES.
           move dias-mes(trab-mes) to dia-tope
           IF trab-mes = 2 then
              DIVIDE trab-anio BY 4
                 GIVING cociente REMAINDER resto-4
              DIVIDE trab-anio BY 100
                 GIVING cociente REMAINDER resto-100
              DIVIDE trab-anio BY 400
                 GIVING cociente REMAINDER resto-400
              IF resto-4 = 0 AND
                 (resto-100 NOT = 0 OR resto-400 = 0) then
                 move 29 to dia-tope
              END-IF
           END-IF.

       EMITIR-FACTURA.
           move "FACTURA" to nombre-contador
           move id-mayor to minimo-contador
           CALL 'contador' USING nombre-contador
              minimo-contador valor-contador
           IF valor-contador = 0 then
              move "S" to numeracion-bloqueada
              display "No se pudo obtener un numero de factura: la "
                 "agenda esta bloqueada."
           ELSE
              move valor-contador to id-mayor
              MOVE SPACES TO reg-factura
              move valor-contador to fa-numero
              move co-empresa to fa-empresa
              move co-seq to fa-seq
              move per-desde to fa-desde
              move per-hasta to fa-hasta
              move hoy to fa-emision
              CALL 'fechas' USING "S" hoy fa-vence dias-vence
                 fec-valida
              move cf-importe to fa-importe
              move "P" to fa-estado
              move 0 to fa-cobro
              move cf-cuenta to fa-cuenta
              move operador-actual to fa-operador
              move reg-factura to factura-emitida
              WRITE reg-factura
                 INVALID KEY
                    display "Numero de factura repetido: " fa-numero
                    move "S" to numeracion-bloqueada
                 NOT INVALID KEY
                    move factura-emitida to reg-factura
                    add 1 to cant-facturas
                    add fa-importe to total-facturado
                    IF cf-cuenta NOT = 0 then
                       PERFORM DEBITAR-FACTURA
                    END-IF
                    IF fa-impaga then
                       add 1 to cant-pendientes
                    ELSE
                       add 1 to cant-debitadas
                    END-IF
                    PERFORM IMPRIMIR-FACTURA
              END-WRITE
           END-IF.

       DEBITAR-FACTURA.
           move "N" to debito-ok
           IF status-cuentas = "00" AND fa-importe <= 999999 then
              move cf-cuenta to cta-id
              READ CUENTAS KEY IS cta-id
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF cta-estado NOT = "C" AND cta-estado NOT = "B" then
                    compute saldo-proyectado =
                       cta-saldo - fa-importe
                    IF saldo-proyectado >= 0 OR
                       saldo-proyectado >= (0 - cta-limite) then
                       move "S" to debito-ok
                    END-IF
                 END-IF
              END-READ
           END-IF
           IF debito-ok = "S" then
              MOVE SPACES TO reg-movimiento
              move cf-cuenta to mv-cta
              move hoy to mv-fecha
              move "D" to mv-tipo
              move fa-importe to mv-importe
              MOVE SPACES TO mv-referencia
              STRING "FACTURA " DELIMITED BY SIZE
                 fa-numero DELIMITED BY SIZE
                 INTO mv-referencia
              move operador-actual to mv-operador
              move "N" to MVS-GRABADO
              PERFORM ALTA-MOVIMIENTO
              IF MVS-GRABADO = "S" then
                 subtract fa-importe from cta-saldo
                 REWRITE reg-cuenta
                 move "C" to fa-estado
                 move hoy to fa-cobro
                 REWRITE reg-factura
              ELSE
                 add 1 to cant-sin-debito
                 display "No se pudo grabar el debito de la factura "
                    fa-numero ": queda pendiente de cobro."
              END-IF
           END-IF.

       IMPRIMIR-FACTURA.
           MOVE ALL "-" TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "FACTURA NRO " DELIMITED BY SIZE
              fa-numero DELIMITED BY SIZE
              "                       EMISION " DELIMITED BY SIZE
              fa-emision DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "EMPRESA " DELIMITED BY SIZE
              fa-empresa DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              razon-empresa DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "CONTRATO " DELIMITED BY SIZE
              fa-seq DELIMITED BY SIZE
              "  PERIODO DEL " DELIMITED BY SIZE
              fa-desde DELIMITED BY SIZE
              " AL " DELIMITED BY SIZE
              fa-hasta DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           move fa-importe to importe-edit
           MOVE SPACES TO linea-print
           STRING "IMPORTE " DELIMITED BY SIZE
              importe-edit DELIMITED BY SIZE
              "  VENCE " DELIMITED BY SIZE
              fa-vence DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           IF fa-impaga then
              move "PENDIENTE DE COBRO" to linea-print
           ELSE
              STRING "DEBITADA EN LA CUENTA " DELIMITED BY SIZE
                 fa-cuenta DELIMITED BY SIZE
                 " EL " DELIMITED BY SIZE
                 fa-cobro DELIMITED BY SIZE
                 INTO linea-print
           END-IF
           write linea-print.

       IMPRIMIR-RESUMEN.
           MOVE ALL "-" TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "FACTURACION DEL " DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              ": contratos " DELIMITED BY SIZE
              cant-contratos DELIMITED BY SIZE
              "  facturas " DELIMITED BY SIZE
              cant-facturas DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           move total-facturado to total-edit
           MOVE SPACES TO linea-print
           STRING "Total facturado: " DELIMITED BY SIZE
              total-edit DELIMITED BY SIZE
              "  debitadas: " DELIMITED BY SIZE
              cant-debitadas DELIMITED BY SIZE
              "  pendientes: " DELIMITED BY SIZE
              cant-pendientes DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           IF cant-sin-contrato > 0 then
              MOVE SPACES TO linea-print
              STRING "Ciclos sin contrato: " DELIMITED BY SIZE
                 cant-sin-contrato DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-IF.

       COPY "parampr.cpy".

       COPY "movseqpr.cpy".
