       IDENTIFICATION DIVISION.
       PROGRAM-ID. casosabi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CASOS ASSIGN TO "casos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cs-id
           FILE STATUS IS casos-status.

           SELECT PRINTFILE ASSIGN TO "casos_antiguedad.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CASOS.
       COPY "caso.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 casos-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 fec-dias pic s9(7).
       01 fec-valida pic x(1).
       01 edad-caso pic 9(05).
       01 clave-grupo pic x(30).
       01 cant-abiertos pic 9(05) value 0.
       01 cant-vencidos pic 9(05) value 0.
       01 cant-excedidos pic 9(05) value 0.
       01 cant-gr pic 9(03).
       01 indice-gr pic 9(03).
       01 pos-gr pic 9(03).
       01 tabla-grupos.
           05 grupo-reg OCCURS 300 TIMES.
              10 gr-clave.
                 15 gr-operador pic x(20).
                 15 gr-categoria pic x(10).
              10 gr-hasta7 pic 9(05).
              10 gr-hasta15 pic 9(05).
              10 gr-hasta30 pic 9(05).
              10 gr-mas30 pic 9(05).
              10 gr-vencidos pic 9(05).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-abiertos
           move 0 to cant-vencidos
           move 0 to cant-excedidos
           move 0 to cant-gr

           ACCEPT hoy FROM DATE YYYYMMDD

           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "ANTIGUEDAD DE CASOS ABIERTOS AL " DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           MOVE "CASOS VENCIDOS (pasaron la fecha objetivo):"
              TO linea-print
           write linea-print

           OPEN  input CASOS
           IF casos-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CASOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cs-pendiente then
                    PERFORM ACUMULAR-CASO
                 END-IF
              END-READ
              END-PERFORM
              CLOSE CASOS
           END-IF
           move "N" to FIN-ARCHIVO

           PERFORM IMPRIMIR-GRUPOS
           CLOSE PRINTFILE
           move "CASOS" to spool-reporte
           move "casos_antiguedad.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display cant-abiertos " caso(s) abiertos, " cant-vencidos
              " vencido(s)."
           display "Reporte en casos_antiguedad.txt"
           IF cant-excedidos > 0 then
              move "E" to ret-estado
              move "demasiados grupos operador/categoria"
                 to ret-motivo
           ELSE
           IF cant-vencidos > 0 then
              move "A" to ret-estado
              move "hay casos abiertos vencidos" to ret-motivo
           END-IF
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       ACUMULAR-CASO.
           add 1 to cant-abiertos
           CALL 'fechas' USING "E" cs-apertura hoy
              fec-dias fec-valida
           IF fec-dias < 0 then
              move 0 to edad-caso
           ELSE
              move fec-dias to edad-caso
           END-IF

           move cs-operador to clave-grupo(1:20)
           move cs-categoria to clave-grupo(21:10)
           move 0 to pos-gr
           PERFORM VARYING indice-gr FROM 1 BY 1
              UNTIL indice-gr > cant-gr OR pos-gr NOT = 0
              IF gr-clave(indice-gr) = clave-grupo then
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
              IF edad-caso <= 7 then
                 add 1 to gr-hasta7(pos-gr)
              ELSE
              IF edad-caso <= 15 then
                 add 1 to gr-hasta15(pos-gr)
              ELSE
              IF edad-caso <= 30 then
                 add 1 to gr-hasta30(pos-gr)
              ELSE
                 add 1 to gr-mas30(pos-gr)
              END-IF
              END-IF
              END-IF
           END-IF

           IF cs-objetivo < hoy then
              add 1 to cant-vencidos
              IF pos-gr NOT = 0 then
                 add 1 to gr-vencidos(pos-gr)
              END-IF
              MOVE SPACES TO linea-print
              STRING "   caso " DELIMITED BY SIZE
                 cs-id DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 cs-operador DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 cs-categoria DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 cs-usuario DELIMITED BY SIZE
                 " objetivo " DELIMITED BY SIZE
                 cs-objetivo DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-IF.

       INSERTAR-GRUPO.
           add 1 to cant-gr
           move cant-gr to pos-gr
           PERFORM VARYING indice-gr FROM cant-gr BY -1
              UNTIL indice-gr < 2
              OR gr-clave(indice-gr - 1) < clave-grupo
              move grupo-reg(indice-gr - 1) to grupo-reg(indice-gr)
              compute pos-gr = indice-gr - 1
           END-PERFORM
           move clave-grupo to gr-clave(pos-gr)
           move 0 to gr-hasta7(pos-gr)
           move 0 to gr-hasta15(pos-gr)
           move 0 to gr-hasta30(pos-gr)
           move 0 to gr-mas30(pos-gr)
           move 0 to gr-vencidos(pos-gr).

       IMPRIMIR-GRUPOS.
           MOVE SPACES TO linea-print
           write linea-print
           MOVE "POR OPERADOR Y CATEGORIA (dias desde la apertura):"
              TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "   OPERADOR             CATEGORIA    0-7  8-15"
              DELIMITED BY SIZE
              " 16-30   +30 VENCIDOS" DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           PERFORM VARYING indice-gr FROM 1 BY 1
              UNTIL indice-gr > cant-gr
              MOVE SPACES TO linea-print
              STRING "   " DELIMITED BY SIZE
                 gr-operador(indice-gr) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 gr-categoria(indice-gr) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 gr-hasta7(indice-gr) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 gr-hasta15(indice-gr) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 gr-hasta30(indice-gr) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 gr-mas30(indice-gr) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 gr-vencidos(indice-gr) DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-PERFORM
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Casos abiertos: " DELIMITED BY SIZE
              cant-abiertos DELIMITED BY SIZE
              "  Vencidos: " DELIMITED BY SIZE
              cant-vencidos DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           IF cant-excedidos > 0 then
              MOVE SPACES TO linea-print
              STRING "Casos fuera de la tabla de grupos: "
                 DELIMITED BY SIZE
                 cant-excedidos DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-IF.
