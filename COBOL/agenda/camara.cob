       IDENTIFICATION DIVISION.
       PROGRAM-ID. camara.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANSEXT ASSIGN TO "transferencias_ext.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS te-id
           ALTERNATE RECORD KEY IS te-cta WITH DUPLICATES
           FILE STATUS IS transext-status.

           SELECT PARAMETROS ASSIGN TO "parametros.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pa-clave
           FILE STATUS IS PAR-STATUS.

           SELECT ENVIO ASSIGN TO "camara_envio.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTFILE ASSIGN TO "camara.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANSEXT.
       COPY "transext.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PARAMETROS.
       COPY "parametro.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ENVIO.
       01  linea-envio pic x(120).

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 transext-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 hora-corte pic 9(04).
       01 corte-completo pic 9(08).
       01 banco-propio pic 9(04).
       01 cant-listas pic 9(06) value 0.
       01 cant-enviadas pic 9(06) value 0.
       01 total-enviado pic 9(14) value 0.
       01 lote-actual pic 9(06) value 0.
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 reg-cabecera.
           05 cab-tipo pic x(01) value "1".
           05 cab-banco pic 9(04).
           05 cab-fecha pic 9(08).
           05 cab-lote pic 9(06).
           05 filler pic x(101) value SPACES.
       01 reg-detalle.
           05 det-tipo pic x(01) value "2".
           05 det-id pic 9(06).
           05 det-cta pic 9(05).
           05 det-cbu pic x(22).
           05 det-importe pic 9(12).
           05 det-beneficiario pic x(30).
           05 det-concepto pic x(20).
           05 filler pic x(24) value SPACES.
       01 reg-cola.
           05 col-tipo pic x(01) value "9".
           05 col-lote pic 9(06).
           05 col-cantidad pic 9(06).
           05 col-total pic 9(14).
           05 filler pic x(93) value SPACES.
       01 linea-rep.
           05 rep-id pic 9(06).
           05 filler pic x(01) value SPACE.
           05 rep-fecha pic 9(08).
           05 filler pic x(01) value SPACE.
           05 rep-cta pic 9(05).
           05 filler pic x(01) value SPACE.
           05 rep-cbu pic x(22).
           05 filler pic x(01) value SPACE.
           05 rep-importe pic z(5)9.
           05 filler pic x(01) value SPACE.
           05 rep-beneficiario pic x(30).
       01 total-edit pic z(13)9.
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
           move 0 to cant-listas
           move 0 to cant-enviadas
           move 0 to total-enviado
           move 0 to lote-actual

           ACCEPT hoy FROM DATE YYYYMMDD

           move hoy to PAR-FECHA
           move "TEX-CORTE" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR > 0 AND
              PAR-VALOR < 2400 then
              move PAR-VALOR to hora-corte
           ELSE
              move 1500 to hora-corte
           END-IF
           compute corte-completo = hora-corte * 10000
           move "TEX-BANCO" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR > 0 then
              move PAR-VALOR to banco-propio
           ELSE
              move 0 to banco-propio
           END-IF

           OPEN  input TRANSEXT
           IF transext-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ TRANSEXT NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF te-pendiente AND (te-fecha < hoy OR
                    (te-fecha = hoy AND te-hora < corte-completo))
                    then
                    add 1 to cant-listas
                 END-IF
              END-READ
              END-PERFORM
              CLOSE TRANSEXT
           END-IF

           IF cant-listas > 0 then
              move "CAMARA" to nombre-contador
              move 0 to minimo-contador
              CALL 'contador' USING nombre-contador minimo-contador
                 valor-contador
              move valor-contador to lote-actual
           END-IF

           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "ENVIO A CAMARA DE TRANSFERENCIAS DEL "
              DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              "  CORTE " DELIMITED BY SIZE
              hora-corte DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print

           IF cant-listas > 0 AND lote-actual = 0 then
              MOVE "  No se pudo numerar el lote: envio postergado."
                 TO linea-print
              write linea-print
              move "A" to ret-estado
              move "contador de lotes de camara ocupado"
                 to ret-motivo
           ELSE
           IF cant-listas = 0 then
              MOVE "  (sin transferencias pendientes al corte)"
                 TO linea-print
              write linea-print
           ELSE
              PERFORM ARMAR-ENVIO
           END-IF
           END-IF
           CLOSE PRINTFILE

           move "CAMARA" to spool-reporte
           move "camara.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display "Envio a camara: " cant-enviadas
              " transferencia(s), lote " lote-actual
              " en camara_envio.txt"

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       ARMAR-ENVIO.
           MOVE SPACES TO linea-print
           STRING "LOTE " DELIMITED BY SIZE
              lote-actual DELIMITED BY SIZE
              "  ENTIDAD " DELIMITED BY SIZE
              banco-propio DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "ORDEN  FECHA    CUENTA CBU DESTINO           "
              DELIMITED BY SIZE
              "   IMPORTE BENEFICIARIO" DELIMITED BY SIZE
              INTO linea-print
           write linea-print

           OPEN  output ENVIO
           move banco-propio to cab-banco
           move hoy to cab-fecha
           move lote-actual to cab-lote
           move reg-cabecera to linea-envio
           write linea-envio

           OPEN  i-o TRANSEXT
           move "N" to FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ TRANSEXT NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF te-pendiente AND (te-fecha < hoy OR
                 (te-fecha = hoy AND te-hora < corte-completo))
                 then
                 PERFORM ENVIAR-ORDEN
              END-IF
           END-READ
           END-PERFORM
           CLOSE TRANSEXT

           move lote-actual to col-lote
           move cant-enviadas to col-cantidad
           move total-enviado to col-total
           move reg-cola to linea-envio
           write linea-envio
           CLOSE ENVIO

           MOVE SPACES TO linea-print
           write linea-print
           move total-enviado to total-edit
           MOVE SPACES TO linea-print
           STRING "TOTAL: " DELIMITED BY SIZE
              cant-enviadas DELIMITED BY SIZE
              " transferencia(s) por " DELIMITED BY SIZE
              total-edit DELIMITED BY SIZE
              INTO linea-print
           write linea-print

           move "TEX-ENVIO" to aud-accion
           MOVE SPACES TO aud-usuario
           STRING "LOTE " DELIMITED BY SIZE
              lote-actual DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              cant-enviadas DELIMITED BY SIZE
              INTO aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario.

       ENVIAR-ORDEN.
           move te-id to det-id
           move te-cta to det-cta
           move te-cbu to det-cbu
           move te-importe to det-importe
           move te-beneficiario to det-beneficiario
           move te-concepto to det-concepto
           move reg-detalle to linea-envio
           write linea-envio
           add 1 to cant-enviadas
           add te-importe to total-enviado

           move te-id to rep-id
           move te-fecha to rep-fecha
           move te-cta to rep-cta
           move te-cbu to rep-cbu
           move te-importe to rep-importe
           move te-beneficiario to rep-beneficiario
           move linea-rep to linea-print
           write linea-print

           move "E" to te-estado
           move lote-actual to te-lote
           move hoy to te-fecha-envio
           REWRITE reg-transext.

       COPY "parampr.cpy".
