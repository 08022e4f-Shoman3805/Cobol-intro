       IDENTIFICATION DIVISION.
       PROGRAM-ID. casosmes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CASOS ASSIGN TO "casos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cs-id
           FILE STATUS IS casos-status.

           SELECT PRINTFILE ASSIGN TO "casos_resolucion.txt"
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
       01 anio-periodo pic 9(04).
       01 mes-periodo pic 9(02).
       01 periodo pic 9(06).
       01 periodo-pedido pic 9(06).
       01 cs-periodo-ap pic 9(06).
       01 cs-periodo-re pic 9(06).
       01 fec-dias pic s9(7).
       01 fec-valida pic x(1).
       01 dias-resolucion pic 9(05).
       01 promedio-edit pic zzz9.9.
       01 total-abiertos pic 9(05) value 0.
       01 total-pendientes pic 9(05) value 0.
       01 total-resueltos pic 9(05) value 0.
       01 total-en-plazo pic 9(05) value 0.
       01 total-dias pic 9(07) value 0.
       01 cant-ca pic 9(03).
       01 indice-ca pic 9(03).
       01 pos-ca pic 9(03).
       01 tabla-categorias.
           05 categ-reg OCCURS 100 TIMES.
              10 ca-codigo pic x(10).
              10 ca-abiertos pic 9(05).
              10 ca-pendientes pic 9(05).
              10 ca-resueltos pic 9(05).
              10 ca-en-plazo pic 9(05).
              10 ca-dias pic 9(07).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to total-abiertos
           move 0 to total-pendientes
           move 0 to total-resueltos
           move 0 to total-en-plazo
           move 0 to total-dias
           move 0 to cant-ca

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
              DISPLAY "Resumen mensual de tiempos de resolucion"
              DISPLAY "Periodo (AAAAMM, blanco = " periodo ")"
              move 0 to periodo-pedido
              ACCEPT periodo-pedido
              IF periodo-pedido NOT = 0 then
                 move periodo-pedido to periodo
              END-IF
           END-IF

           OPEN  input CASOS
           IF casos-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CASOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 PERFORM ACUMULAR-CASO
              END-READ
              END-PERFORM
              CLOSE CASOS
           END-IF
           move "N" to FIN-ARCHIVO

           PERFORM IMPRIMIR-RESUMEN
           move "CASOSMES" to spool-reporte
           move "casos_resolucion.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display "Periodo " periodo ": " total-resueltos
              " caso(s) resueltos, " total-en-plazo " en plazo."
           display "Reporte en casos_resolucion.txt"
           IF cant-ca >= 100 then
              move "A" to ret-estado
              move "categorias fuera de la tabla" to ret-motivo
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       ACUMULAR-CASO.
           move cs-apertura(1:6) to cs-periodo-ap
           move cs-resuelto(1:6) to cs-periodo-re
           IF cs-periodo-ap = periodo OR
              (cs-resuelto NOT = 0 AND cs-periodo-re = periodo) then
              PERFORM UBICAR-CATEGORIA
              IF cs-periodo-ap = periodo then
                 add 1 to total-abiertos
                 IF pos-ca NOT = 0 then
                    add 1 to ca-abiertos(pos-ca)
                 END-IF
                 IF cs-pendiente then
                    add 1 to total-pendientes
                    IF pos-ca NOT = 0 then
                       add 1 to ca-pendientes(pos-ca)
                    END-IF
                 END-IF
              END-IF
              IF cs-resuelto NOT = 0 AND cs-periodo-re = periodo then
                 CALL 'fechas' USING "E" cs-apertura cs-resuelto
                    fec-dias fec-valida
                 IF fec-dias < 0 then
                    move 0 to dias-resolucion
                 ELSE
                    move fec-dias to dias-resolucion
                 END-IF
                 add 1 to total-resueltos
                 add dias-resolucion to total-dias
                 IF cs-resuelto <= cs-objetivo then
                    add 1 to total-en-plazo
                 END-IF
                 IF pos-ca NOT = 0 then
                    add 1 to ca-resueltos(pos-ca)
                    add dias-resolucion to ca-dias(pos-ca)
                    IF cs-resuelto <= cs-objetivo then
                       add 1 to ca-en-plazo(pos-ca)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       UBICAR-CATEGORIA.
           move 0 to pos-ca
           PERFORM VARYING indice-ca FROM 1 BY 1
              UNTIL indice-ca > cant-ca
              IF ca-codigo(indice-ca) = cs-categoria then
                 move indice-ca to pos-ca
              END-IF
           END-PERFORM
           IF pos-ca = 0 AND cant-ca < 100 then
              add 1 to cant-ca
              move cant-ca to pos-ca
              move cs-categoria to ca-codigo(pos-ca)
              move 0 to ca-abiertos(pos-ca)
              move 0 to ca-pendientes(pos-ca)
              move 0 to ca-resueltos(pos-ca)
              move 0 to ca-en-plazo(pos-ca)
              move 0 to ca-dias(pos-ca)
           END-IF.

       IMPRIMIR-RESUMEN.
           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "RESUMEN DE RESOLUCION DE CASOS - PERIODO "
              DELIMITED BY SIZE
              periodo DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "   CATEGORIA  ABIERTOS PENDIENTES RESUELTOS"
              DELIMITED BY SIZE
              " EN PLAZO  DIAS PROM." DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           PERFORM VARYING indice-ca FROM 1 BY 1
              UNTIL indice-ca > cant-ca
              IF ca-resueltos(indice-ca) > 0 then
                 compute promedio-edit = ca-dias(indice-ca)
                    / ca-resueltos(indice-ca)
              ELSE
                 move 0 to promedio-edit
              END-IF
              MOVE SPACES TO linea-print
              STRING "   " DELIMITED BY SIZE
                 ca-codigo(indice-ca) DELIMITED BY SIZE
                 "    " DELIMITED BY SIZE
                 ca-abiertos(indice-ca) DELIMITED BY SIZE
                 "      " DELIMITED BY SIZE
                 ca-pendientes(indice-ca) DELIMITED BY SIZE
                 "     " DELIMITED BY SIZE
                 ca-resueltos(indice-ca) DELIMITED BY SIZE
                 "    " DELIMITED BY SIZE
                 ca-en-plazo(indice-ca) DELIMITED BY SIZE
                 "    " DELIMITED BY SIZE
                 promedio-edit DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-PERFORM
           MOVE SPACES TO linea-print
           write linea-print
           IF total-resueltos > 0 then
              compute promedio-edit = total-dias / total-resueltos
           ELSE
              move 0 to promedio-edit
           END-IF
           MOVE SPACES TO linea-print
           STRING "Abiertos en el periodo: " DELIMITED BY SIZE
              total-abiertos DELIMITED BY SIZE
              "  Siguen pendientes: " DELIMITED BY SIZE
              total-pendientes DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Resueltos en el periodo: " DELIMITED BY SIZE
              total-resueltos DELIMITED BY SIZE
              "  En plazo: " DELIMITED BY SIZE
              total-en-plazo DELIMITED BY SIZE
              "  Dias promedio: " DELIMITED BY SIZE
              promedio-edit DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           CLOSE PRINTFILE.
