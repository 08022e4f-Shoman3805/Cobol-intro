       IDENTIFICATION DIVISION.
       PROGRAM-ID. impagas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FACTURAS ASSIGN TO "facturas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fa-numero
           FILE STATUS IS facturas-status.

           SELECT PRINTFILE ASSIGN TO "facturas_impagas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  FACTURAS.
       COPY "factura.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 facturas-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 dias-atraso pic s9(7).
       01 fec-valida pic x(1).
       01 tramo pic 9(01).
       01 cant-gr pic 9(03).
       01 indice-gr pic 9(03).
       01 pos-gr pic 9(03).
       01 indice-tr pic 9(01).
       01 cant-excedidos pic 9(05).
       01 tabla-grupos.
           05 grupo-reg OCCURS 300 TIMES.
              10 gr-empresa pic x(10).
              10 gr-cantidad pic 9(05).
              10 gr-tramo pic 9(10) OCCURS 5 TIMES.
              10 gr-total pic 9(10).
       01 tot-cantidad pic 9(05).
       01 tot-tramo pic 9(10) OCCURS 5 TIMES.
       01 tot-total pic 9(10).
       01 linea-factura.
           05 det-numero pic 9(08).
           05 filler pic x(01) value SPACES.
           05 det-empresa pic x(10).
           05 filler pic x(01) value SPACES.
           05 det-seq pic 9(02).
           05 filler pic x(01) value SPACES.
           05 det-emision pic 9(08).
           05 filler pic x(01) value SPACES.
           05 det-vence pic 9(08).
           05 filler pic x(01) value SPACES.
           05 det-dias pic -(5)9.
           05 filler pic x(01) value SPACES.
           05 det-importe pic z(7)9.
       01 linea-resumen.
           05 res-empresa pic x(13).
           05 res-cant pic zzzz9.
           05 res-tramo pic z(9)9 OCCURS 5 TIMES.
           05 res-total pic z(9)9.
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-gr
           move 0 to cant-excedidos
           move 0 to tot-cantidad
           move 0 to tot-total
           PERFORM VARYING indice-tr FROM 1 BY 1
              UNTIL indice-tr > 5
              move 0 to tot-tramo(indice-tr)
           END-PERFORM

           ACCEPT hoy FROM DATE YYYYMMDD

           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "FACTURAS IMPAGAS POR ANTIGUEDAD AL "
              DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "NUMERO   EMPRESA    NR EMISION  VENCE    "
              DELIMITED BY SIZE
              "ATRASO  IMPORTE" DELIMITED BY SIZE
              INTO linea-print
           write linea-print

           OPEN  input FACTURAS
           IF facturas-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ FACTURAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF fa-impaga then
                    PERFORM ACUMULAR-FACTURA
                 END-IF
              END-READ
              END-PERFORM
              CLOSE FACTURAS
           END-IF
           move "N" to FIN-ARCHIVO

           IF tot-cantidad = 0 then
              MOVE SPACES TO linea-print
              move "No hay facturas impagas." to linea-print
              write linea-print
           END-IF
           PERFORM IMPRIMIR-RESUMEN
           CLOSE PRINTFILE

           IF cant-excedidos > 0 then
              move "A" to ret-estado
              move "empresas fuera de la tabla de impagas"
                 to ret-motivo
           END-IF

           move "IMPAGAS" to spool-reporte
           move "facturas_impagas.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display tot-cantidad " factura(s) impagas."
           display "Reporte en facturas_impagas.txt"

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       ACUMULAR-FACTURA.
           CALL 'fechas' USING "E" fa-vence hoy dias-atraso
              fec-valida
           IF dias-atraso <= 0 then
              move 1 to tramo
           ELSE
           IF dias-atraso <= 30 then
              move 2 to tramo
           ELSE
           IF dias-atraso <= 60 then
              move 3 to tramo
           ELSE
           IF dias-atraso <= 90 then
              move 4 to tramo
           ELSE
              move 5 to tramo
           END-IF
           END-IF
           END-IF
           END-IF
           move fa-numero to det-numero
           move fa-empresa to det-empresa
           move fa-seq to det-seq
           move fa-emision to det-emision
           move fa-vence to det-vence
           move dias-atraso to det-dias
           move fa-importe to det-importe
           move linea-factura to linea-print
           write linea-print
           add 1 to tot-cantidad
           add fa-importe to tot-tramo(tramo)
           add fa-importe to tot-total
           move 0 to pos-gr
           PERFORM VARYING indice-gr FROM 1 BY 1
              UNTIL indice-gr > cant-gr OR pos-gr NOT = 0
              IF gr-empresa(indice-gr) = fa-empresa then
                 move indice-gr to pos-gr
              END-IF
           END-PERFORM
           IF pos-gr = 0 then
              IF cant-gr < 300 then
                 PERFORM INSERTAR-GRUPO
              ELSE
                 add 1 to cant-excedidos
              END-IF
           END-IF
           IF pos-gr NOT = 0 then
              add 1 to gr-cantidad(pos-gr)
              add fa-importe to gr-tramo(pos-gr tramo)
              add fa-importe to gr-total(pos-gr)
           END-IF.

       INSERTAR-GRUPO.
           add 1 to cant-gr
           move cant-gr to pos-gr
           PERFORM VARYING indice-gr FROM cant-gr BY -1
              UNTIL indice-gr < 2
              OR gr-empresa(indice-gr - 1) < fa-empresa
              move grupo-reg(indice-gr - 1) to grupo-reg(indice-gr)
              compute pos-gr = indice-gr - 1
           END-PERFORM
           move fa-empresa to gr-empresa(pos-gr)
           move 0 to gr-cantidad(pos-gr)
           move 0 to gr-total(pos-gr)
           PERFORM VARYING indice-tr FROM 1 BY 1
              UNTIL indice-tr > 5
              move 0 to gr-tramo(pos-gr indice-tr)
           END-PERFORM.

       IMPRIMIR-RESUMEN.
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "RESUMEN POR EMPRESA (importes por dias de atraso)"
              DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "EMPRESA      CANT.  A VENCER      1-30     31-60"
              DELIMITED BY SIZE
              "     61-90       +90     TOTAL" DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           PERFORM VARYING indice-gr FROM 1 BY 1
              UNTIL indice-gr > cant-gr
              move gr-empresa(indice-gr) to res-empresa
              move gr-cantidad(indice-gr) to res-cant
              PERFORM VARYING indice-tr FROM 1 BY 1
                 UNTIL indice-tr > 5
                 move gr-tramo(indice-gr indice-tr)
                    to res-tramo(indice-tr)
              END-PERFORM
              move gr-total(indice-gr) to res-total
              move linea-resumen to linea-print
              write linea-print
           END-PERFORM
           MOVE SPACES TO linea-print
           write linea-print
           move "TOTAL" to res-empresa
           move tot-cantidad to res-cant
           PERFORM VARYING indice-tr FROM 1 BY 1
              UNTIL indice-tr > 5
              move tot-tramo(indice-tr) to res-tramo(indice-tr)
           END-PERFORM
           move tot-total to res-total
           move linea-resumen to linea-print
           write linea-print.
