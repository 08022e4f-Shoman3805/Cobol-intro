       IDENTIFICATION DIVISION.
       PROGRAM-ID. cobertura.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT GARANTIAS ASSIGN TO "garantias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS gt-clave
           FILE STATUS IS garantias-status.

           SELECT PARAMETROS ASSIGN TO "parametros.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pa-clave
           FILE STATUS IS PAR-STATUS.

           SELECT PRINTFILE ASSIGN TO "cobertura.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  GARANTIAS.
       COPY "garantia.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PARAMETROS.
       COPY "parametro.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 prestamos-status pic x(2).
       01 cuotas-status pic x(2).
       01 garantias-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-DETALLE PIC X VALUE "N".
       01 hoy pic 9(08).
       01 cobertura-minima pic 9(05).
       01 pendiente pic 9(10).
       01 cobertura pic 9(11).
       01 pct-cobertura pic 9(05).
       01 cant-garantes pic 9(03).
       01 cant-bienes pic 9(03).
       01 cant-planes pic 9(05).
       01 cant-insuficientes pic 9(05).
       01 linea-cob.
           05 det-plan pic 9(04).
           05 filler pic x(02) value SPACES.
           05 det-cta pic 9(05).
           05 filler pic x(02) value SPACES.
           05 det-pendiente pic z(9)9.
           05 filler pic x(02) value SPACES.
           05 det-cobertura pic z(10)9.
           05 filler pic x(02) value SPACES.
           05 det-pct pic zzzz9.
           05 filler pic x(03) value "%  ".
           05 det-garantes pic zz9.
           05 filler pic x(02) value SPACES.
           05 det-bienes pic zz9.
       01 minima-edit pic zzzz9.
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
           move 0 to cant-planes
           move 0 to cant-insuficientes

           ACCEPT hoy FROM DATE YYYYMMDD

           move hoy to PAR-FECHA
           move "GAR-COBERT" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR > 0 then
              move PAR-VALOR to cobertura-minima
           ELSE
              move 100 to cobertura-minima
           END-IF

           OPEN  input PRESTAMOS
           IF prestamos-status NOT = "00" then
              display "No hay prestamos registrados todavia."
           ELSE
              OPEN  input CUOTAS
              OPEN  input GARANTIAS
              OPEN  output PRINTFILE
              PERFORM ENCABEZADO
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PRESTAMOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF pl-estado = "A" then
                    PERFORM EVALUAR-PLAN
                 END-IF
              END-READ
              END-PERFORM
              IF cant-insuficientes = 0 then
                 MOVE "  (ningun plan debajo de la cobertura minima)"
                    TO linea-print
                 write linea-print
              END-IF
              CLOSE PRINTFILE
              IF garantias-status = "00" then
                 CLOSE GARANTIAS
              END-IF
              IF cuotas-status = "00" then
                 CLOSE CUOTAS
              END-IF
              CLOSE PRESTAMOS

              move "COBERTURA" to spool-reporte
              move "cobertura.txt" to spool-archivo
              CALL 'espool' USING spool-reporte spool-archivo

              display cant-planes " plan(es) con saldo pendiente, "
                 cant-insuficientes " con cobertura insuficiente."
                 " Detalle en cobertura.txt"
              IF cant-insuficientes > 0 then
                 move "A" to ret-estado
                 move "prestamos con garantias insuficientes"
                    to ret-motivo
              END-IF
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       ENCABEZADO.
           MOVE SPACES TO linea-print
           STRING "PRESTAMOS CON COBERTURA DE GARANTIAS INSUFICIENTE"
              DELIMITED BY SIZE
              " AL " DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           move cobertura-minima to minima-edit
           MOVE SPACES TO linea-print
           STRING "Cobertura minima requerida: " DELIMITED BY SIZE
              minima-edit DELIMITED BY SIZE
              "% del capital pendiente" DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           STRING "PLAN  CUENTA   PENDIENTE    GARANTIAS  COBERT"
              DELIMITED BY SIZE
              "  GAR BIEN" DELIMITED BY SIZE
              INTO linea-print
           write linea-print.

       EVALUAR-PLAN.
           move 0 to pendiente
           IF cuotas-status = "00" then
              move pl-id to pc-prestamo
              move 0 to pc-nro
              move "N" to FIN-DETALLE
              START CUOTAS KEY IS >= pc-clave
                 INVALID KEY
                    MOVE "S" TO FIN-DETALLE
              END-START
              PERFORM UNTIL FIN-DETALLE = "S"
              READ CUOTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-DETALLE
              NOT AT END
                 IF pc-prestamo NOT = pl-id then
                    MOVE "S" TO FIN-DETALLE
                 ELSE
                 IF pc-pagada = "N" then
                    add pc-importe to pendiente
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
           END-IF
           IF pendiente > 0 then
              add 1 to cant-planes
              move 0 to cobertura
              move 0 to cant-garantes
              move 0 to cant-bienes
              IF garantias-status = "00" then
                 move pl-id to gt-prestamo
                 move 0 to gt-seq
                 move "N" to FIN-DETALLE
                 START GARANTIAS KEY IS >= gt-clave
                    INVALID KEY
                       MOVE "S" TO FIN-DETALLE
                 END-START
                 PERFORM UNTIL FIN-DETALLE = "S"
                 READ GARANTIAS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-DETALLE
                 NOT AT END
                    IF gt-prestamo NOT = pl-id then
                       MOVE "S" TO FIN-DETALLE
                    ELSE
                    IF gt-vigente then
                       add gt-valor to cobertura
                       IF gt-garante then
                          add 1 to cant-garantes
                       ELSE
                          add 1 to cant-bienes
                       END-IF
                    END-IF
                    END-IF
                 END-READ
                 END-PERFORM
              END-IF
              compute pct-cobertura = cobertura * 100 / pendiente
                 ON SIZE ERROR
                    move 99999 to pct-cobertura
              END-COMPUTE
              IF pct-cobertura < cobertura-minima then
                 add 1 to cant-insuficientes
                 move pl-id to det-plan
                 move pl-cta to det-cta
                 move pendiente to det-pendiente
                 move cobertura to det-cobertura
                 move pct-cobertura to det-pct
                 move cant-garantes to det-garantes
                 move cant-bienes to det-bienes
                 move linea-cob to linea-print
                 write linea-print
              END-IF
           END-IF.

       COPY "parampr.cpy".
