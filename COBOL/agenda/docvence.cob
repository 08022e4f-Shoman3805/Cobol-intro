       IDENTIFICATION DIVISION.
       PROGRAM-ID. docvence.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DOCUMENTOS ASSIGN TO "documentos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS doc-usuario
           FILE STATUS IS documentos-status.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

           SELECT PRINTFILE ASSIGN TO "documentos_vencimientos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  DOCUMENTOS.
       COPY "documento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 documentos-status pic x(2).
       01 status-cuentas pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hay-documentos pic x(1).
       01 hoy pic 9(08).
       01 fecha-limite pic 9(08).
       01 dias-aviso pic s9(7) value 60.
       01 fec-valida pic x(1).
       01 motivo-cuenta pic x(30).
       01 cant-por-vencer pic 9(05) value 0.
       01 cant-cuentas-obs pic 9(05) value 0.
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-por-vencer
           move 0 to cant-cuentas-obs

           ACCEPT hoy FROM DATE YYYYMMDD
           CALL 'fechas' USING "S" hoy fecha-limite
              dias-aviso fec-valida

           OPEN  input DOCUMENTOS
           IF documentos-status = "00" then
              move "S" to hay-documentos
           ELSE
              move "N" to hay-documentos
           END-IF

           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "VENCIMIENTOS DE DOCUMENTOS DE IDENTIDAD AL "
              DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "DOCUMENTOS QUE VENCEN HASTA EL " DELIMITED BY SIZE
              fecha-limite DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           IF hay-documentos = "S" then
              PERFORM LISTAR-POR-VENCER
           END-IF
           MOVE SPACES TO linea-print
           write linea-print
           MOVE "CUENTAS CON DOCUMENTO DEL TITULAR VENCIDO O FALTANTE"
              TO linea-print
           write linea-print
           PERFORM LISTAR-CUENTAS
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Por vencer: " DELIMITED BY SIZE
              cant-por-vencer DELIMITED BY SIZE
              "  Cuentas observadas: " DELIMITED BY SIZE
              cant-cuentas-obs DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           CLOSE PRINTFILE
           IF hay-documentos = "S" then
              CLOSE DOCUMENTOS
           END-IF
           move "DOCUMENTOS" to spool-reporte
           move "documentos_vencimientos.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display cant-por-vencer " documento(s) por vencer, "
              cant-cuentas-obs " cuenta(s) con documento vencido o "
              "faltante."
           display "Reporte en documentos_vencimientos.txt"
           IF cant-cuentas-obs > 0 then
              move "A" to ret-estado
              move "cuentas sin documento vigente" to ret-motivo
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       LISTAR-POR-VENCER.
           move "N" to FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ DOCUMENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF doc-vence >= hoy AND doc-vence <= fecha-limite then
                 add 1 to cant-por-vencer
                 MOVE SPACES TO linea-print
                 STRING "   " DELIMITED BY SIZE
                    doc-usuario DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    doc-tipo DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    doc-numero DELIMITED BY SIZE
                    " vence " DELIMITED BY SIZE
                    doc-vence DELIMITED BY SIZE
                    " caja " DELIMITED BY SIZE
                    doc-caja DELIMITED BY SIZE
                    INTO linea-print
                 write linea-print
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO.

       LISTAR-CUENTAS.
           OPEN  input CUENTAS
           IF status-cuentas = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CUENTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cta-estado NOT = "C" then
                    PERFORM REVISAR-TITULAR
                 END-IF
              END-READ
              END-PERFORM
              CLOSE CUENTAS
           END-IF
           move "N" to FIN-ARCHIVO.

       REVISAR-TITULAR.
           MOVE SPACES TO motivo-cuenta
           IF hay-documentos = "N" then
              move "SIN DOCUMENTO" to motivo-cuenta
           ELSE
              move cta-titular to doc-usuario
              READ DOCUMENTOS KEY IS doc-usuario
              INVALID KEY
                 move "SIN DOCUMENTO" to motivo-cuenta
              NOT INVALID KEY
                 IF doc-vence < hoy then
                    STRING "DOCUMENTO VENCIDO EL " DELIMITED BY SIZE
                       doc-vence DELIMITED BY SIZE
                       INTO motivo-cuenta
                 END-IF
              END-READ
           END-IF
           IF motivo-cuenta NOT = SPACES then
              add 1 to cant-cuentas-obs
              MOVE SPACES TO linea-print
              STRING "   cuenta " DELIMITED BY SIZE
                 cta-id DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 cta-titular DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 motivo-cuenta DELIMITED BY "  "
                 INTO linea-print
              write linea-print
           END-IF.
