       IDENTIFICATION DIVISION.
       PROGRAM-ID. comision.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT CARTERAHIST ASSIGN TO "cartera_hist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS hd-clave
           FILE STATUS IS hist-status.

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

           SELECT PRESTAMOS ASSIGN TO "prestamos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pl-id
           FILE STATUS IS prestamos-status.

           SELECT CONTRATOS ASSIGN TO "contratos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS co-clave
           FILE STATUS IS contratos-status.

           SELECT AUDITFILE ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS status-audit.

           SELECT PARAMETROS ASSIGN TO "parametros.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pa-clave
           FILE STATUS IS PAR-STATUS.

           SELECT DETALLETMP ASSIGN TO "comision_detalle.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTFILE ASSIGN TO "sort.tmp".

           SELECT ORDENADO ASSIGN TO "comision_orden.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTFILE ASSIGN TO "comisiones.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOMINA ASSIGN TO "comisiones_nomina.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CARTERAHIST.
       COPY "carterah.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRESTAMOS.
       01  reg-prestamo.
           05 pl-id pic 9(04).
           05 pl-cta pic 9(05).
           05 pl-principal pic 9(08).
           05 pl-cuotas pic 9(03).
           05 pl-inicio pic 9(08).
           05 pl-cuota-imp pic 9(06).
           05 pl-estado pic x(01).

       FD  CONTRATOS.
       01  reg-contrato.
           05 co-clave.
              10 co-empresa pic x(10).
              10 co-seq pic 9(02).
           05 co-inicio pic 9(08).
           05 co-fin pic 9(08).
           05 co-importe pic 9(08).
           05 co-renovacion pic x(30).

       FD  AUDITFILE.
       01  linea-audit pic x(90).

       FD  PARAMETROS.
       COPY "parametro.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  DETALLETMP.
       01  reg-detalle.
           05 dt-duenio pic x(20).
           05 dt-concepto pic 9(01).
           05 dt-fecha pic 9(08).
           05 dt-seq pic 9(06).
           05 dt-referencia pic x(30).
           05 dt-base pic 9(10).
           05 dt-dias pic 9(02).
           05 dt-comision pic 9(10).

       SD  SORTFILE.
       01  reg-orden.
           05 so-duenio pic x(20).
           05 so-concepto pic 9(01).
           05 so-fecha pic 9(08).
           05 so-seq pic 9(06).
           05 so-referencia pic x(30).
           05 so-base pic 9(10).
           05 so-dias pic 9(02).
           05 so-comision pic 9(10).

       FD  ORDENADO.
       01  reg-ordenado.
           05 or-duenio pic x(20).
           05 or-concepto pic 9(01).
           05 or-fecha pic 9(08).
           05 or-seq pic 9(06).
           05 or-referencia pic x(30).
           05 or-base pic 9(10).
           05 or-dias pic 9(02).
           05 or-comision pic 9(10).

       FD  PRINTFILE.
       01  linea-print pic x(100).

       FD  NOMINA.
       01  reg-nomina.
           05 nm-periodo pic 9(06).
           05 nm-duenio pic x(20).
           05 nm-cuentas pic 9(05).
           05 nm-com-cuentas pic 9(10).
           05 nm-prestamos pic 9(05).
           05 nm-com-prestamos pic 9(10).
           05 nm-contratos pic 9(05).
           05 nm-com-contratos pic 9(10).
           05 nm-com-saldos pic 9(10).
           05 nm-total pic 9(10).

       WORKING-STORAGE SECTION.
       01 status-contactos pic x(2).
       01 hist-status pic x(2).
       01 status-cuentas pic x(2).
       01 mov-status pic x(2).
       01 prestamos-status pic x(2).
       01 contratos-status pic x(2).
       01 status-audit pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-MOVS pic x(1).
       01 FIN-HIST pic x(1).
       01 FIN-ORDEN pic x(1).
       01 hoy pic 9(08).
       01 anio-periodo pic 9(04).
       01 mes-periodo pic 9(02).
       01 periodo pic 9(06).
       01 periodo-pedido pic 9(06).
       01 fecha-ini pic 9(08).
       01 fecha-fin pic 9(08).
       01 dias-periodo pic 9(02).
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
       01 tasa-cuenta pic 9(09).
       01 tasa-prestamo pic 9(05).
       01 tasa-contrato pic 9(05).
       01 tasa-saldo pic 9(05).
       01 tasas-cargadas pic 9(01).
       01 usuario-buscado pic x(30).
       01 fecha-buscada pic 9(08).
       01 duenio-hallado pic x(20).
       01 duenio-actual pic x(20).
       01 seg-duenio pic x(20).
       01 seg-desde pic 9(08).
       01 seg-dias pic s9(7).
       01 fec-valida pic x(1).
       01 crecimiento pic s9(10).
       01 crec-asignado pic 9(10).
       01 crec-porcion pic 9(10).
       01 seq-detalle pic 9(06).
       01 referencia-prest pic x(20).
       01 fecha-desembolso pic 9(08).
       01 titular-cuenta pic x(30).
       01 cuenta-hallada pic x(1).
       01 cant-detalles pic 9(06).
       01 cant-sin-duenio pic 9(05).
       01 cant-duenios pic 9(05).
       01 au-fecha pic 9(08).
       01 au-accion pic x(10).
       01 au-usuario pic x(30).
       01 nombres-concepto-tabla.
           05 filler pic x(14) value "CUENTA NUEVA".
           05 filler pic x(14) value "PRESTAMO".
           05 filler pic x(14) value "CONTRATO".
           05 filler pic x(14) value "SALDOS".
       01 nombres-concepto REDEFINES nombres-concepto-tabla
           pic x(14) occurs 4 times.
       01 duenio-corte pic x(20).
       01 tot-general pic 9(10).
       01 linea-detalle.
           05 filler pic x(02) value SPACES.
           05 det-concepto pic x(14).
           05 det-fecha pic 9(08).
           05 filler pic x(01) value SPACES.
           05 det-referencia pic x(30).
           05 filler pic x(01) value SPACES.
           05 det-base pic z(9)9.
           05 filler pic x(01) value SPACES.
           05 det-dias pic zzz9.
           05 filler pic x(01) value SPACES.
           05 det-comision pic z(9)9.
       01 total-edit pic z(9)9.
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       COPY "param.cpy".

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to seq-detalle
           move 0 to cant-detalles
           move 0 to cant-sin-duenio
           move 0 to cant-duenios
           move 0 to tot-general

           ACCEPT hoy FROM DATE YYYYMMDD
           move hoy(1:4) to anio-periodo
           move hoy(5:2) to mes-periodo
           IF mes-periodo = 1 then
              subtract 1 from anio-periodo
              move 12 to mes-periodo
           ELSE
              subtract 1 from mes-periodo
           END-IF
           compute periodo = anio-periodo * 100 + mes-periodo

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              DISPLAY "Liquidacion mensual de comisiones por cartera"
              DISPLAY "Periodo (AAAAMM, blanco = " periodo ")"
              move 0 to periodo-pedido
              ACCEPT periodo-pedido
              IF periodo-pedido NOT = 0 then
                 move periodo-pedido to periodo
              END-IF
           END-IF
           move periodo(1:4) to anio-periodo
           move periodo(5:2) to mes-periodo
           IF mes-periodo < 1 OR mes-periodo > 12 then
              DISPLAY "Periodo invalido."
              move "A" to ret-estado
              move "periodo de comisiones invalido" to ret-motivo
           ELSE
              PERFORM LIQUIDAR-PERIODO
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       LIQUIDAR-PERIODO.
           PERFORM TOPE-MES
           move dia-tope to dias-periodo
           compute fecha-ini = periodo * 100 + 1
           compute fecha-fin = periodo * 100 + dias-periodo
           PERFORM LEER-TASAS

           OPEN  output DETALLETMP
           OPEN  input CONTACTOS
           OPEN  input CARTERAHIST
           OPEN  input CUENTAS
           OPEN  input MOVIMIENTOS
           PERFORM CUENTAS-NUEVAS
           PERFORM PRESTAMOS-DESEMBOLSADOS
           PERFORM CONTRATOS-FIRMADOS
           PERFORM CRECIMIENTO-SALDOS
           IF mov-status = "00" then
              CLOSE MOVIMIENTOS
           END-IF
           IF status-cuentas = "00" then
              CLOSE CUENTAS
           END-IF
           IF hist-status = "00" then
              CLOSE CARTERAHIST
           END-IF
           IF status-contactos = "00" then
              CLOSE CONTACTOS
           END-IF
           CLOSE DETALLETMP

           SORT SORTFILE ON ASCENDING KEY so-duenio
              ASCENDING KEY so-concepto ASCENDING KEY so-fecha
              ASCENDING KEY so-seq
              USING DETALLETMP
              GIVING ORDENADO
           PERFORM IMPRIMIR-LIQUIDACION

           move "COMISION" to spool-reporte
           move "comisiones.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display "Periodo " periodo ": " cant-detalles
              " concepto(s) comisionados a " cant-duenios
              " duenio(s)."
           move tot-general to total-edit
           display "Total de comisiones: " total-edit
           display "Liquidacion en comisiones.txt, interfaz de "
              "sueldos en comisiones_nomina.txt"
           IF tasas-cargadas = 0 then
              move "A" to ret-estado
              move "tasas de comision sin configurar" to ret-motivo
           ELSE
           IF cant-sin-duenio > 0 then
              move "A" to ret-estado
              move "operaciones sin duenio de cartera" to ret-motivo
           END-IF
           END-IF.

       TOPE-MES.
           move dias-mes(mes-periodo) to dia-tope
           IF mes-periodo = 2 then
              DIVIDE anio-periodo BY 4
                 GIVING cociente REMAINDER resto-4
              DIVIDE anio-periodo BY 100
                 GIVING cociente REMAINDER resto-100
              DIVIDE anio-periodo BY 400
                 GIVING cociente REMAINDER resto-400
              IF resto-4 = 0 AND
                 (resto-100 NOT = 0 OR resto-400 = 0) then
                 move 29 to dia-tope
              END-IF
           END-IF.

       LEER-TASAS.
           move 0 to tasas-cargadas
           move fecha-fin to PAR-FECHA
           move "COM-CTA-ALTA" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           move 0 to tasa-cuenta
           IF PAR-HALLADO = "S" AND PAR-VALOR > 0 then
              move PAR-VALOR to tasa-cuenta
              add 1 to tasas-cargadas
           END-IF
           move "COM-PRESTAMO" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           move 0 to tasa-prestamo
           IF PAR-HALLADO = "S" AND PAR-VALOR > 0 then
              move PAR-VALOR to tasa-prestamo
              add 1 to tasas-cargadas
           END-IF
           move "COM-CONTRATO" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           move 0 to tasa-contrato
           IF PAR-HALLADO = "S" AND PAR-VALOR > 0 then
              move PAR-VALOR to tasa-contrato
              add 1 to tasas-cargadas
           END-IF
           move "COM-SALDO" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           move 0 to tasa-saldo
           IF PAR-HALLADO = "S" AND PAR-VALOR > 0 then
              move PAR-VALOR to tasa-saldo
              add 1 to tasas-cargadas
           END-IF
           display "Comisiones: cuenta nueva $" tasa-cuenta
              ", prestamo " tasa-prestamo ", contrato "
              tasa-contrato ", saldos " tasa-saldo
              " (centesimas de %)".

       DUENIO-EN-FECHA.
           MOVE SPACES TO duenio-actual
           IF status-contactos = "00" then
              move usuario-buscado to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move duenio to duenio-actual
              END-READ
           END-IF
           move duenio-actual to duenio-hallado
           IF hist-status = "00" then
              move usuario-buscado to hd-usuario
              move 0 to hd-fecha
              move 0 to hd-hora
              move "N" to FIN-HIST
              START CARTERAHIST KEY IS >= hd-clave
                 INVALID KEY
                    MOVE "S" TO FIN-HIST
              END-START
              PERFORM UNTIL FIN-HIST = "S"
              READ CARTERAHIST NEXT RECORD
              AT END
                 MOVE "S" TO FIN-HIST
              NOT AT END
                 IF hd-usuario NOT = usuario-buscado then
                    MOVE "S" TO FIN-HIST
                 ELSE
                 IF hd-fecha > fecha-buscada then
                    move hd-anterior to duenio-hallado
                    MOVE "S" TO FIN-HIST
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
           END-IF.

       GRABAR-DETALLE.
           IF dt-duenio = SPACES then
              add 1 to cant-sin-duenio
           ELSE
              add 1 to seq-detalle
              move seq-detalle to dt-seq
              write reg-detalle
              add 1 to cant-detalles
           END-IF.

       CUENTAS-NUEVAS.
           OPEN  input AUDITFILE
           IF status-audit = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ AUDITFILE
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF linea-audit(1:8) IS NUMERIC then
                    move linea-audit(1:8) to au-fecha
                    move linea-audit(19:10) to au-accion
                    move linea-audit(30:30) to au-usuario
                    IF au-accion = "CTA-ALTA" AND
                       au-fecha >= fecha-ini AND
                       au-fecha <= fecha-fin then
                       PERFORM COMISION-CUENTA
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE AUDITFILE
           END-IF.

       COMISION-CUENTA.
           move au-usuario to usuario-buscado
           move au-fecha to fecha-buscada
           PERFORM DUENIO-EN-FECHA
           MOVE SPACES TO reg-detalle
           move duenio-hallado to dt-duenio
           move 1 to dt-concepto
           move au-fecha to dt-fecha
           move au-usuario to dt-referencia
           move 0 to dt-base
           move 0 to dt-dias
           move tasa-cuenta to dt-comision
           PERFORM GRABAR-DETALLE.

       PRESTAMOS-DESEMBOLSADOS.
           OPEN  input PRESTAMOS
           IF prestamos-status = "00" AND mov-status = "00" AND
              status-cuentas = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PRESTAMOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 PERFORM BUSCAR-DESEMBOLSO
                 IF fecha-desembolso NOT = 0 then
                    PERFORM COMISION-PRESTAMO
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
           END-IF
           IF prestamos-status = "00" then
              CLOSE PRESTAMOS
           END-IF.

       BUSCAR-DESEMBOLSO.
           move 0 to fecha-desembolso
           MOVE SPACES TO referencia-prest
           STRING "PRESTAMO " DELIMITED BY SIZE
              pl-id DELIMITED BY SIZE
              INTO referencia-prest
           move pl-cta to mv-cta
           move fecha-ini to mv-fecha
           move 0 to mv-seq
           move "N" to FIN-MOVS
           START MOVIMIENTOS KEY IS >= mv-clave
              INVALID KEY
                 MOVE "S" TO FIN-MOVS
           END-START
           PERFORM UNTIL FIN-MOVS = "S"
           READ MOVIMIENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-MOVS
           NOT AT END
              IF mv-cta NOT = pl-cta OR mv-fecha > fecha-fin then
                 MOVE "S" TO FIN-MOVS
              ELSE
              IF mv-tipo = "C" AND mv-referencia = referencia-prest
                 AND mv-estado NOT = "R" AND mv-estado NOT = "X"
                 then
                 move mv-fecha to fecha-desembolso
                 MOVE "S" TO FIN-MOVS
              END-IF
              END-IF
           END-READ
           END-PERFORM.

       COMISION-PRESTAMO.
           MOVE SPACES TO titular-cuenta
           move pl-cta to cta-id
           READ CUENTAS KEY IS cta-id
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              move cta-titular to titular-cuenta
           END-READ
           move titular-cuenta to usuario-buscado
           move fecha-desembolso to fecha-buscada
           PERFORM DUENIO-EN-FECHA
           MOVE SPACES TO reg-detalle
           move duenio-hallado to dt-duenio
           move 2 to dt-concepto
           move fecha-desembolso to dt-fecha
           STRING referencia-prest DELIMITED BY "  "
              " CTA " DELIMITED BY SIZE
              pl-cta DELIMITED BY SIZE
              INTO dt-referencia
           move pl-principal to dt-base
           move 0 to dt-dias
           compute dt-comision ROUNDED =
              pl-principal * tasa-prestamo / 10000
           PERFORM GRABAR-DETALLE.

       CONTRATOS-FIRMADOS.
           OPEN  input CONTRATOS
           IF contratos-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CONTRATOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF co-inicio >= fecha-ini AND
                    co-inicio <= fecha-fin then
                    PERFORM COMISION-CONTRATO
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE CONTRATOS
           END-IF.

       COMISION-CONTRATO.
           MOVE SPACES TO duenio-hallado
           MOVE SPACES TO usuario-buscado
           IF status-contactos = "00" then
              MOVE LOW-VALUES TO usuario
              move "N" to FIN-HIST
              START CONTACTOS KEY IS >= usuario
                 INVALID KEY
                    MOVE "S" TO FIN-HIST
              END-START
              PERFORM UNTIL FIN-HIST = "S"
              READ CONTACTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-HIST
              NOT AT END
                 IF usuario NOT = "##VERSION##" AND
                    activo NOT = "N" AND
                    empresa = co-empresa AND duenio NOT = SPACES then
                    move usuario to usuario-buscado
                    MOVE "S" TO FIN-HIST
                 END-IF
              END-READ
              END-PERFORM
              IF usuario-buscado NOT = SPACES then
                 move co-inicio to fecha-buscada
                 PERFORM DUENIO-EN-FECHA
              END-IF
           END-IF
           MOVE SPACES TO reg-detalle
           move duenio-hallado to dt-duenio
           move 3 to dt-concepto
           move co-inicio to dt-fecha
           STRING "CONTRATO " DELIMITED BY SIZE
              co-empresa DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              co-seq DELIMITED BY SIZE
              INTO dt-referencia
           move co-importe to dt-base
           move 0 to dt-dias
           compute dt-comision ROUNDED =
              co-importe * tasa-contrato / 10000
           PERFORM GRABAR-DETALLE.

       CRECIMIENTO-SALDOS.
           IF status-cuentas = "00" AND mov-status = "00" then
              MOVE LOW-VALUES TO reg-cuenta
              move 0 to cta-id
              move "N" to FIN-ARCHIVO
              START CUENTAS KEY IS >= cta-id
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CUENTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 PERFORM SUMAR-MOVIMIENTOS
                 IF crecimiento > 0 then
                    PERFORM PRORRATEAR-CRECIMIENTO
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
           END-IF.

       SUMAR-MOVIMIENTOS.
           move 0 to crecimiento
           move cta-id to mv-cta
           move fecha-ini to mv-fecha
           move 0 to mv-seq
           move "N" to FIN-MOVS
           START MOVIMIENTOS KEY IS >= mv-clave
              INVALID KEY
                 MOVE "S" TO FIN-MOVS
           END-START
           PERFORM UNTIL FIN-MOVS = "S"
           READ MOVIMIENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-MOVS
           NOT AT END
              IF mv-cta NOT = cta-id OR mv-fecha > fecha-fin then
                 MOVE "S" TO FIN-MOVS
              ELSE
              IF mv-estado NOT = "R" AND mv-estado NOT = "X" then
                 IF mv-tipo = "C" then
                    add mv-importe to crecimiento
                 ELSE
                    subtract mv-importe from crecimiento
                 END-IF
              END-IF
              END-IF
           END-READ
           END-PERFORM.

       PRORRATEAR-CRECIMIENTO.
           move cta-titular to usuario-buscado
           move fecha-ini to fecha-buscada
           PERFORM DUENIO-EN-FECHA
           move duenio-hallado to seg-duenio
           move fecha-ini to seg-desde
           move 0 to crec-asignado
           IF hist-status = "00" then
              move cta-titular to hd-usuario
              move fecha-ini to hd-fecha
              move 99999999 to hd-hora
              move "N" to FIN-HIST
              START CARTERAHIST KEY IS > hd-clave
                 INVALID KEY
                    MOVE "S" TO FIN-HIST
              END-START
              PERFORM UNTIL FIN-HIST = "S"
              READ CARTERAHIST NEXT RECORD
              AT END
                 MOVE "S" TO FIN-HIST
              NOT AT END
                 IF hd-usuario NOT = cta-titular OR
                    hd-fecha > fecha-fin then
                    MOVE "S" TO FIN-HIST
                 ELSE
                    CALL 'fechas' USING "E" seg-desde hd-fecha
                       seg-dias fec-valida
                    IF seg-dias > 0 then
                       compute crec-porcion ROUNDED =
                          crecimiento * seg-dias / dias-periodo
                       PERFORM COMISION-SALDO
                    END-IF
                    move hd-duenio to seg-duenio
                    move hd-fecha to seg-desde
                 END-IF
              END-READ
              END-PERFORM
           END-IF
           CALL 'fechas' USING "E" seg-desde fecha-fin seg-dias
              fec-valida
           add 1 to seg-dias
           compute crec-porcion = crecimiento - crec-asignado
           PERFORM COMISION-SALDO.

       COMISION-SALDO.
           add crec-porcion to crec-asignado
           MOVE SPACES TO reg-detalle
           move seg-duenio to dt-duenio
           move 4 to dt-concepto
           move seg-desde to dt-fecha
           STRING "CUENTA " DELIMITED BY SIZE
              cta-id DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              cta-titular DELIMITED BY SIZE
              INTO dt-referencia
           move crec-porcion to dt-base
           move seg-dias to dt-dias
           compute dt-comision ROUNDED =
              crec-porcion * tasa-saldo / 10000
           IF crec-porcion > 0 then
              PERFORM GRABAR-DETALLE
           END-IF.

       IMPRIMIR-LIQUIDACION.
           OPEN  output PRINTFILE
           OPEN  output NOMINA
           MOVE SPACES TO linea-print
           STRING "LIQUIDACION DE COMISIONES POR CARTERA - PERIODO "
              DELIMITED BY SIZE
              periodo DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO duenio-corte
           OPEN  input ORDENADO
           move "N" to FIN-ORDEN
           PERFORM UNTIL FIN-ORDEN = "S"
           READ ORDENADO
           AT END
              MOVE "S" TO FIN-ORDEN
           NOT AT END
              IF or-duenio NOT = duenio-corte then
                 IF duenio-corte NOT = SPACES then
                    PERFORM CERRAR-DUENIO
                 END-IF
                 PERFORM ABRIR-DUENIO
              END-IF
              PERFORM IMPRIMIR-DETALLE
           END-READ
           END-PERFORM
           IF duenio-corte NOT = SPACES then
              PERFORM CERRAR-DUENIO
           END-IF
           CLOSE ORDENADO
           MOVE SPACES TO linea-print
           write linea-print
           IF cant-duenios = 0 then
              move "No hay comisiones para el periodo." to linea-print
              write linea-print
           END-IF
           move tot-general to total-edit
           MOVE SPACES TO linea-print
           STRING "TOTAL DE COMISIONES DEL PERIODO: " DELIMITED BY SIZE
              total-edit DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           IF cant-sin-duenio > 0 then
              MOVE SPACES TO linea-print
              STRING "Operaciones sin duenio de cartera: "
                 DELIMITED BY SIZE
                 cant-sin-duenio DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-IF
           CLOSE NOMINA
           CLOSE PRINTFILE.

       ABRIR-DUENIO.
           move or-duenio to duenio-corte
           add 1 to cant-duenios
           MOVE SPACES TO reg-nomina
           move periodo to nm-periodo
           move or-duenio to nm-duenio
           move 0 to nm-cuentas
           move 0 to nm-com-cuentas
           move 0 to nm-prestamos
           move 0 to nm-com-prestamos
           move 0 to nm-contratos
           move 0 to nm-com-contratos
           move 0 to nm-com-saldos
           move 0 to nm-total
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "DUENIO: " DELIMITED BY SIZE
              or-duenio DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "  CONCEPTO      FECHA    REFERENCIA              "
              DELIMITED BY SIZE
              "             BASE DIAS   COMISION" DELIMITED BY SIZE
              INTO linea-print
           write linea-print.

       IMPRIMIR-DETALLE.
           move nombres-concepto(or-concepto) to det-concepto
           move or-fecha to det-fecha
           move or-referencia to det-referencia
           move or-base to det-base
           move or-dias to det-dias
           move or-comision to det-comision
           move linea-detalle to linea-print
           write linea-print
           IF or-concepto = 1 then
              add 1 to nm-cuentas
              add or-comision to nm-com-cuentas
           ELSE
           IF or-concepto = 2 then
              add 1 to nm-prestamos
              add or-comision to nm-com-prestamos
           ELSE
           IF or-concepto = 3 then
              add 1 to nm-contratos
              add or-comision to nm-com-contratos
           ELSE
              add or-comision to nm-com-saldos
           END-IF
           END-IF
           END-IF
           add or-comision to nm-total.

       CERRAR-DUENIO.
           MOVE SPACES TO linea-print
           STRING "  Cuentas nuevas: " DELIMITED BY SIZE
              nm-cuentas DELIMITED BY SIZE
              "  Prestamos: " DELIMITED BY SIZE
              nm-prestamos DELIMITED BY SIZE
              "  Contratos: " DELIMITED BY SIZE
              nm-contratos DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           move nm-total to total-edit
           MOVE SPACES TO linea-print
           STRING "  TOTAL A LIQUIDAR A " DELIMITED BY SIZE
              duenio-corte DELIMITED BY "  "
              ": " DELIMITED BY SIZE
              total-edit DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           add nm-total to tot-general
           write reg-nomina.

       COPY "parampr.cpy".
