       IDENTIFICATION DIVISION.
       PROGRAM-ID. encnps.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ENCUESTAS ASSIGN TO "encuestas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS en-clave
           FILE STATUS IS encuestas-status.

           SELECT PRINTFILE ASSIGN TO "encuestas_nps.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ENCUESTAS.
       COPY "encuesta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 encuestas-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 anio-periodo pic 9(04).
       01 mes-periodo pic 9(02).
       01 periodo pic 9(06).
       01 periodo-pedido pic 9(06).
       01 en-periodo pic 9(06).
       01 total-enviadas pic 9(05) value 0.
       01 total-respuestas pic 9(05) value 0.
       01 total-promotores pic 9(05) value 0.
       01 total-pasivos pic 9(05) value 0.
       01 total-detractores pic 9(05) value 0.
       01 cant-excedidos pic 9(05) value 0.
       01 nps-calc pic s9(03).
       01 nps-edit pic -zz9.
       01 tipo-grupo pic x(01).
       01 clave-grupo pic x(30).
       01 titulo-grupo pic x(30).
       01 cant-gr pic 9(03).
       01 indice-gr pic 9(03).
       01 pos-gr pic 9(03).
       01 tabla-grupos.
           05 grupo-reg OCCURS 400 TIMES.
              10 gr-id.
                 15 gr-tipo pic x(01).
                 15 gr-clave pic x(30).
              10 gr-respuestas pic 9(05).
              10 gr-promotores pic 9(05).
              10 gr-pasivos pic 9(05).
              10 gr-detractores pic 9(05).
       01 id-grupo.
           05 id-tipo pic x(01).
           05 id-clave pic x(30).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to total-enviadas
           move 0 to total-respuestas
           move 0 to total-promotores
           move 0 to total-pasivos
           move 0 to total-detractores
           move 0 to cant-excedidos
           move 0 to cant-gr

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
              DISPLAY "Reporte NPS de encuestas de satisfaccion"
              DISPLAY "Periodo de las citas (AAAAMM, blanco = "
                 periodo ")"
              move 0 to periodo-pedido
              ACCEPT periodo-pedido
              IF periodo-pedido NOT = 0 then
                 move periodo-pedido to periodo
              END-IF
           END-IF

           OPEN  input ENCUESTAS
           IF encuestas-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ENCUESTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move en-fecha(1:6) to en-periodo
                 IF en-periodo = periodo then
                    add 1 to total-enviadas
                    IF en-estado = "R" then
                       PERFORM ACUMULAR-RESPUESTA
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE ENCUESTAS
           END-IF
           move "N" to FIN-ARCHIVO

           PERFORM IMPRIMIR-NPS
           move "ENCUESTAS" to spool-reporte
           move "encuestas_nps.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display "Periodo " periodo ": " total-respuestas
              " respuesta(s) de " total-enviadas " encuesta(s)."
           display "Reporte en encuestas_nps.txt"
           IF cant-excedidos > 0 then
              move "A" to ret-estado
              move "grupos fuera de la tabla NPS" to ret-motivo
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       ACUMULAR-RESPUESTA.
           add 1 to total-respuestas
           IF en-puntaje >= 9 then
              add 1 to total-promotores
           ELSE
           IF en-puntaje >= 7 then
              add 1 to total-pasivos
           ELSE
              add 1 to total-detractores
           END-IF
           END-IF
           move "O" to tipo-grupo
           move en-operador to clave-grupo
           PERFORM SUMAR-GRUPO
           move "S" to tipo-grupo
           move en-sala to clave-grupo
           PERFORM SUMAR-GRUPO
           move "M" to tipo-grupo
           move en-motivo to clave-grupo
           PERFORM SUMAR-GRUPO.

       SUMAR-GRUPO.
           IF clave-grupo = SPACES then
              move "(sin dato)" to clave-grupo
           END-IF
           move tipo-grupo to id-tipo
           move clave-grupo to id-clave
           move 0 to pos-gr
           PERFORM VARYING indice-gr FROM 1 BY 1
              UNTIL indice-gr > cant-gr OR pos-gr NOT = 0
              IF gr-id(indice-gr) = id-grupo then
                 move indice-gr to pos-gr
              END-IF
           END-PERFORM
           IF pos-gr = 0 then
              IF cant-gr < 400 then
                 PERFORM INSERTAR-GRUPO
              ELSE
                 add 1 to cant-excedidos
              END-IF
           END-IF
           IF pos-gr NOT = 0 then
              add 1 to gr-respuestas(pos-gr)
              IF en-puntaje >= 9 then
                 add 1 to gr-promotores(pos-gr)
              ELSE
              IF en-puntaje >= 7 then
                 add 1 to gr-pasivos(pos-gr)
              ELSE
                 add 1 to gr-detractores(pos-gr)
              END-IF
              END-IF
           END-IF.

       INSERTAR-GRUPO.
           add 1 to cant-gr
           move cant-gr to pos-gr
           PERFORM VARYING indice-gr FROM cant-gr BY -1
              UNTIL indice-gr < 2
              OR gr-id(indice-gr - 1) < id-grupo
              move grupo-reg(indice-gr - 1) to grupo-reg(indice-gr)
              compute pos-gr = indice-gr - 1
           END-PERFORM
           move id-grupo to gr-id(pos-gr)
           move 0 to gr-respuestas(pos-gr)
           move 0 to gr-promotores(pos-gr)
           move 0 to gr-pasivos(pos-gr)
           move 0 to gr-detractores(pos-gr).

       IMPRIMIR-NPS.
           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "NET PROMOTER SCORE - CITAS DEL PERIODO "
              DELIMITED BY SIZE
              periodo DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           IF total-respuestas > 0 then
              compute nps-calc ROUNDED = (total-promotores
                 - total-detractores) * 100 / total-respuestas
           ELSE
              move 0 to nps-calc
           END-IF
           move nps-calc to nps-edit
           MOVE SPACES TO linea-print
           STRING "Encuestas enviadas: " DELIMITED BY SIZE
              total-enviadas DELIMITED BY SIZE
              "  Respuestas: " DELIMITED BY SIZE
              total-respuestas DELIMITED BY SIZE
              "  NPS general: " DELIMITED BY SIZE
              nps-edit DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Promotores (9-10): " DELIMITED BY SIZE
              total-promotores DELIMITED BY SIZE
              "  Pasivos (7-8): " DELIMITED BY SIZE
              total-pasivos DELIMITED BY SIZE
              "  Detractores (0-6): " DELIMITED BY SIZE
              total-detractores DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           move "O" to tipo-grupo
           move "POR OPERADOR" to titulo-grupo
           PERFORM IMPRIMIR-TIPO
           move "S" to tipo-grupo
           move "POR SALA" to titulo-grupo
           PERFORM IMPRIMIR-TIPO
           move "M" to tipo-grupo
           move "POR MOTIVO DE LA CITA" to titulo-grupo
           PERFORM IMPRIMIR-TIPO
           IF cant-excedidos > 0 then
              MOVE SPACES TO linea-print
              write linea-print
              MOVE SPACES TO linea-print
              STRING "Respuestas fuera de la tabla de grupos: "
                 DELIMITED BY SIZE
                 cant-excedidos DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-IF
           CLOSE PRINTFILE.

       IMPRIMIR-TIPO.
           MOVE SPACES TO linea-print
           write linea-print
           move titulo-grupo to linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "   " DELIMITED BY SIZE
              "GRUPO                          RESP.  PROM. PASIV."
              DELIMITED BY SIZE
              "  DETR.  NPS" DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           PERFORM VARYING indice-gr FROM 1 BY 1
              UNTIL indice-gr > cant-gr
              IF gr-tipo(indice-gr) = tipo-grupo then
                 compute nps-calc ROUNDED = (gr-promotores(indice-gr)
                    - gr-detractores(indice-gr)) * 100
                    / gr-respuestas(indice-gr)
                 move nps-calc to nps-edit
                 MOVE SPACES TO linea-print
                 STRING "   " DELIMITED BY SIZE
                    gr-clave(indice-gr) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    gr-respuestas(indice-gr) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    gr-promotores(indice-gr) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    gr-pasivos(indice-gr) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    gr-detractores(indice-gr) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    nps-edit DELIMITED BY SIZE
                    INTO linea-print
                 write linea-print
              END-IF
           END-PERFORM.
