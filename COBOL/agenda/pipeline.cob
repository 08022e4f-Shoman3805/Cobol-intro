       IDENTIFICATION DIVISION.
       PROGRAM-ID. pipeline.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPORTUNIDADES ASSIGN TO "oportunidades.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS op-id
           FILE STATUS IS oport-status.

           SELECT PRINTFILE ASSIGN TO "pipeline.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  OPORTUNIDADES.
       COPY "oportunidad.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 oport-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 periodo pic 9(06).
       01 periodo-pedido pic 9(06).
       01 op-periodo pic 9(06).
       01 ponderado-calc pic 9(10).
       01 cant-gr pic 9(03).
       01 indice-gr pic 9(03).
       01 pos-gr pic 9(03).
       01 cant-excedidos pic 9(05).
       01 tabla-grupos.
           05 grupo-reg OCCURS 300 TIMES.
              10 gr-id.
                 15 gr-duenio pic x(20).
                 15 gr-etapa pic x(01).
              10 gr-cantidad pic 9(05).
              10 gr-importe pic 9(10).
              10 gr-ponderado pic 9(10).
              10 gr-mes pic 9(10).
       01 id-grupo.
           05 id-duenio pic x(20).
           05 id-etapa pic x(01).
       01 duenio-ant pic x(20).
       01 sub-cantidad pic 9(05).
       01 sub-importe pic 9(10).
       01 sub-ponderado pic 9(10).
       01 sub-mes pic 9(10).
       01 tot-cantidad pic 9(05).
       01 tot-importe pic 9(10).
       01 tot-ponderado pic 9(10).
       01 tot-mes pic 9(10).
       01 cant-vencidas pic 9(05).
       01 imp-vencidas pic 9(10).
       01 dias-atraso pic s9(7).
       01 fec-valida pic x(1).
       01 etapas-opo-tabla.
           05 filler pic x(12) value "1PROSPECCION".
           05 filler pic x(12) value "2CALIFICADA ".
           05 filler pic x(12) value "3PROPUESTA  ".
           05 filler pic x(12) value "4NEGOCIACION".
       01 etapas-opo REDEFINES etapas-opo-tabla occurs 4 times.
           05 eo-codigo pic x(01).
           05 eo-nombre pic x(11).
       01 indice-eo pic 9(02).
       01 texto-etapa pic x(11).
       01 linea-detalle.
           05 det-duenio pic x(20).
           05 filler pic x(01) value SPACES.
           05 det-etapa pic x(11).
           05 filler pic x(01) value SPACES.
           05 det-cantidad pic zzzz9.
           05 filler pic x(01) value SPACES.
           05 det-importe pic z(9)9.
           05 filler pic x(01) value SPACES.
           05 det-ponderado pic z(9)9.
           05 filler pic x(01) value SPACES.
           05 det-mes pic z(9)9.
       01 linea-vencida.
           05 ven-id pic 9(06).
           05 filler pic x(01) value SPACES.
           05 ven-empresa pic x(10).
           05 filler pic x(01) value SPACES.
           05 ven-titulo pic x(30).
           05 filler pic x(01) value SPACES.
           05 ven-duenio pic x(20).
           05 filler pic x(01) value SPACES.
           05 ven-cierre pic 9(08).
           05 filler pic x(01) value SPACES.
           05 ven-dias pic zzzz9.
           05 filler pic x(01) value SPACES.
           05 ven-importe pic z(7)9.
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
           move 0 to cant-vencidas
           move 0 to imp-vencidas
           move 0 to tot-cantidad
           move 0 to tot-importe
           move 0 to tot-ponderado
           move 0 to tot-mes

           ACCEPT hoy FROM DATE YYYYMMDD
           move hoy(1:6) to periodo

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              DISPLAY "Pipeline de oportunidades de venta"
              DISPLAY "Periodo del pronostico (AAAAMM, blanco = "
                 periodo ")"
              move 0 to periodo-pedido
              ACCEPT periodo-pedido
              IF periodo-pedido NOT = 0 then
                 move periodo-pedido to periodo
              END-IF
           END-IF

           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "PIPELINE DE OPORTUNIDADES ABIERTAS AL "
              DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              " - PRONOSTICO DEL PERIODO " DELIMITED BY SIZE
              periodo DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print

           OPEN  input OPORTUNIDADES
           IF oport-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ OPORTUNIDADES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF op-abierta then
                    PERFORM SUMAR-GRUPO
                 END-IF
              END-READ
              END-PERFORM
              CLOSE OPORTUNIDADES
           END-IF
           move "N" to FIN-ARCHIVO

           PERFORM IMPRIMIR-PIPELINE
           PERFORM IMPRIMIR-VENCIDAS
           CLOSE PRINTFILE

           IF cant-excedidos > 0 then
              move "A" to ret-estado
              move "grupos fuera de la tabla del pipeline"
                 to ret-motivo
           END-IF

           move "PIPELINE" to spool-reporte
           move "pipeline.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display tot-cantidad " oportunidad(es) abiertas, "
              cant-vencidas " con el cierre vencido."
           display "Reporte en pipeline.txt"

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       SUMAR-GRUPO.
           compute ponderado-calc ROUNDED =
              op-importe * op-prob / 100
           move op-cierre(1:6) to op-periodo
           IF op-duenio = SPACES then
              move "(sin duenio)" to id-duenio
           ELSE
              move op-duenio to id-duenio
           END-IF
           move op-etapa to id-etapa
           move 0 to pos-gr
           PERFORM VARYING indice-gr FROM 1 BY 1
              UNTIL indice-gr > cant-gr OR pos-gr NOT = 0
              IF gr-id(indice-gr) = id-grupo then
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
              add op-importe to gr-importe(pos-gr)
              add ponderado-calc to gr-ponderado(pos-gr)
              IF op-periodo = periodo then
                 add ponderado-calc to gr-mes(pos-gr)
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
           move 0 to gr-cantidad(pos-gr)
           move 0 to gr-importe(pos-gr)
           move 0 to gr-ponderado(pos-gr)
           move 0 to gr-mes(pos-gr).

       NOMBRE-ETAPA-OPO.
           move "(otra)" to texto-etapa
           PERFORM VARYING indice-eo FROM 1 BY 1
              UNTIL indice-eo > 4
              IF eo-codigo(indice-eo) = gr-etapa(indice-gr) then
                 move eo-nombre(indice-eo) to texto-etapa
              END-IF
           END-PERFORM.

       IMPRIMIR-PIPELINE.
           MOVE SPACES TO linea-print
           STRING "DUENIO               ETAPA       CANT.    "
              DELIMITED BY SIZE
              "IMPORTE  PONDERADO    DEL MES" DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO duenio-ant
           move 0 to sub-cantidad
           move 0 to sub-importe
           move 0 to sub-ponderado
           move 0 to sub-mes
           PERFORM VARYING indice-gr FROM 1 BY 1
              UNTIL indice-gr > cant-gr
              IF gr-duenio(indice-gr) NOT = duenio-ant AND
                 duenio-ant NOT = SPACES then
                 PERFORM IMPRIMIR-SUBTOTAL
              END-IF
              move gr-duenio(indice-gr) to duenio-ant
              PERFORM NOMBRE-ETAPA-OPO
              move gr-duenio(indice-gr) to det-duenio
              move texto-etapa to det-etapa
              move gr-cantidad(indice-gr) to det-cantidad
              move gr-importe(indice-gr) to det-importe
              move gr-ponderado(indice-gr) to det-ponderado
              move gr-mes(indice-gr) to det-mes
              move linea-detalle to linea-print
              write linea-print
              add gr-cantidad(indice-gr) to sub-cantidad
              add gr-importe(indice-gr) to sub-importe
              add gr-ponderado(indice-gr) to sub-ponderado
              add gr-mes(indice-gr) to sub-mes
           END-PERFORM
           IF duenio-ant NOT = SPACES then
              PERFORM IMPRIMIR-SUBTOTAL
           END-IF
           IF cant-gr = 0 then
              MOVE SPACES TO linea-print
              move "No hay oportunidades abiertas." to linea-print
              write linea-print
           END-IF
           MOVE SPACES TO linea-print
           write linea-print
           move "TOTAL GENERAL" to det-duenio
           MOVE SPACES TO det-etapa
           move tot-cantidad to det-cantidad
           move tot-importe to det-importe
           move tot-ponderado to det-ponderado
           move tot-mes to det-mes
           move linea-detalle to linea-print
           write linea-print.

       IMPRIMIR-SUBTOTAL.
           MOVE SPACES TO det-duenio
           move "SUBTOTAL" to det-etapa
           move sub-cantidad to det-cantidad
           move sub-importe to det-importe
           move sub-ponderado to det-ponderado
           move sub-mes to det-mes
           move linea-detalle to linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           add sub-cantidad to tot-cantidad
           add sub-importe to tot-importe
           add sub-ponderado to tot-ponderado
           add sub-mes to tot-mes
           move 0 to sub-cantidad
           move 0 to sub-importe
           move 0 to sub-ponderado
           move 0 to sub-mes.

       IMPRIMIR-VENCIDAS.
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           move "OPORTUNIDADES ABIERTAS CON LA FECHA DE CIERRE VENCIDA"
              to linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "NUMERO EMPRESA    TITULO                        "
              DELIMITED BY SIZE
              " DUENIO               CIERRE    DIAS  IMPORTE"
              DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           OPEN  input OPORTUNIDADES
           IF oport-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ OPORTUNIDADES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF op-abierta AND op-cierre < hoy then
                    PERFORM IMPRIMIR-VENCIDA
                 END-IF
              END-READ
              END-PERFORM
              CLOSE OPORTUNIDADES
           END-IF
           move "N" to FIN-ARCHIVO
           MOVE SPACES TO linea-print
           IF cant-vencidas = 0 then
              move "No hay oportunidades con el cierre vencido."
                 to linea-print
           ELSE
              STRING "Vencidas: " DELIMITED BY SIZE
                 cant-vencidas DELIMITED BY SIZE
                 "  Importe: " DELIMITED BY SIZE
                 imp-vencidas DELIMITED BY SIZE
                 INTO linea-print
           END-IF
           write linea-print.

       IMPRIMIR-VENCIDA.
           add 1 to cant-vencidas
           add op-importe to imp-vencidas
           CALL 'fechas' USING "E" op-cierre hoy dias-atraso
              fec-valida
           move op-id to ven-id
           move op-empresa to ven-empresa
           move op-titulo to ven-titulo
           move op-duenio to ven-duenio
           move op-cierre to ven-cierre
           move dias-atraso to ven-dias
           move op-importe to ven-importe
           move linea-vencida to linea-print
           write linea-print.
