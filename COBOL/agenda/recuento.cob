       IDENTIFICATION DIVISION.
       PROGRAM-ID. recuento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRINTFILE ASSIGN TO "recuento.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PRINTFILE.
       01  linea-print pic x(80).

       WORKING-STORAGE SECTION.
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 cant-desvios pic 9(02) value 0.
       01 nombre-total pic x(24).
       01 valor-anterior pic 9(05).
       01 valor-nuevo pic 9(05).
       01 desvio pic s9(05).
       01 desvio-edit pic -(5)9.
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY ==ant-==.
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY ==nue-==.

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-desvios

           ACCEPT hoy FROM DATE YYYYMMDD

           display "Recuento de totales de control al " hoy

           CALL 'totales' USING "L" parm-depto ant-reg-totales
           CALL 'totales' USING "X" parm-depto nue-reg-totales

           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "RECUENTO DE TOTALES DE CONTROL AL " DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           IF parm-depto NOT = SPACES then
              MOVE SPACES TO linea-print
              STRING "Departamento: " DELIMITED BY SIZE
                 parm-depto DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-IF
           MOVE "TOTAL                    ANTERIOR RECONTADO DESVIO"
              TO linea-print
           write linea-print

           move "Contactos activos" to nombre-total
           move ant-tot-activos to valor-anterior
           move nue-tot-activos to valor-nuevo
           PERFORM INFORMAR-TOTAL
           move "Contactos totales" to nombre-total
           move ant-tot-contactos to valor-anterior
           move nue-tot-contactos to valor-nuevo
           PERFORM INFORMAR-TOTAL
           IF parm-depto = SPACES then
              move "Tareas vencidas" to nombre-total
              move ant-tot-tareas to valor-anterior
              move nue-tot-tareas to valor-nuevo
              PERFORM INFORMAR-TOTAL
              move "Contratos por vencer" to nombre-total
              move ant-tot-contratos to valor-anterior
              move nue-tot-contratos to valor-nuevo
              PERFORM INFORMAR-TOTAL
              move "Cuentas vigiladas" to nombre-total
              move ant-tot-vigilancia to valor-anterior
              move nue-tot-vigilancia to valor-nuevo
              PERFORM INFORMAR-TOTAL
           END-IF

           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Totales con desvio: " DELIMITED BY SIZE
              cant-desvios DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           CLOSE PRINTFILE

           display "Totales recontados, desvios: " cant-desvios
           display "Detalle en recuento.txt"
           IF cant-desvios > 0 then
              move "A" to ret-estado
              move "totales de control con desvio, corregidos"
                 to ret-motivo
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       INFORMAR-TOTAL.
           compute desvio = valor-nuevo - valor-anterior
           IF desvio NOT = 0 then
              add 1 to cant-desvios
           END-IF
           move desvio to desvio-edit
           MOVE SPACES TO linea-print
           STRING nombre-total DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              valor-anterior DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              valor-nuevo DELIMITED BY SIZE
              "     " DELIMITED BY SIZE
              desvio-edit DELIMITED BY SIZE
              INTO linea-print
           write linea-print.
