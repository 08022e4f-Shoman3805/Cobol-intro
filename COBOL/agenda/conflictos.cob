       IDENTIFICATION DIVISION.
       PROGRAM-ID. conflictos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REGLASSEG ASSIGN TO "segregacion_reglas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEG-STATUS.

           SELECT AUDITFILE ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS status-audit.

           SELECT APROBACIONES ASSIGN TO "aprobaciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ap-id
           FILE STATUS IS aprob-status.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT EVENTOSTMP ASSIGN TO "conflictos_eventos.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTFILE ASSIGN TO "sort.tmp".

           SELECT ORDENADO ASSIGN TO "conflictos_orden.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTFILE ASSIGN TO "segregacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  REGLASSEG.
       COPY "segregla.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  AUDITFILE.
       01  linea-audit pic x(90).

       FD  APROBACIONES.
       01  reg-aprobacion.
           05 ap-id pic 9(04).
           05 ap-programa pic x(10).
           05 ap-solicitante pic x(20).
           05 ap-fecha pic 9(08).
           05 ap-detalle pic x(80).
           05 ap-estado pic x(01).
           05 ap-revisor pic x(20).
           05 ap-comentario pic x(40).

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  EVENTOSTMP.
       01  reg-evento.
           05 ev-operador pic x(20).
           05 ev-objeto pic x(30).
           05 ev-fecha pic 9(08).
           05 ev-hora pic 9(08).
           05 ev-accion pic x(10).

       SD  SORTFILE.
       01  reg-orden.
           05 so-operador pic x(20).
           05 so-objeto pic x(30).
           05 so-fecha pic 9(08).
           05 so-hora pic 9(08).
           05 so-accion pic x(10).

       FD  ORDENADO.
       01  reg-ordenado.
           05 or-operador pic x(20).
           05 or-objeto pic x(30).
           05 or-fecha pic 9(08).
           05 or-hora pic 9(08).
           05 or-accion pic x(10).

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 status-audit pic x(2).
       01 aprob-status pic x(2).
       01 mov-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-ORDEN pic x(1).
       01 hoy pic 9(08).
       01 anio-periodo pic 9(04).
       01 mes-periodo pic 9(02).
       01 periodo pic 9(06).
       01 periodo-pedido pic 9(06).
       01 fecha-ini pic 9(08).
       01 fecha-fin pic 9(08).
       01 cant-eventos pic 9(07).
       01 cant-conflictos pic 9(05).
       01 cant-operadores pic 9(05).
       01 cant-excedidos pic 9(05).
       01 conflictos-oper pic 9(05).
       01 operador-corte pic x(20).
       01 cant-ev pic 9(04).
       01 indice-i pic 9(04).
       01 indice-j pic 9(04).
       01 cant-usos pic 9(05).
       01 primer-uso pic 9(04).
       01 tabla-eventos.
           05 evento-reg OCCURS 2000 TIMES.
              10 te-objeto pic x(30).
              10 te-fecha pic 9(08).
              10 te-hora pic 9(08).
              10 te-accion pic x(10).
       01 linea-conflicto.
           05 det-codigo pic x(04).
           05 filler pic x(01) value SPACES.
           05 det-accion-1 pic x(10).
           05 filler pic x(01) value SPACES.
           05 det-fecha-1 pic 9(08).
           05 filler pic x(01) value SPACES.
           05 det-accion-2 pic x(10).
           05 filler pic x(01) value SPACES.
           05 det-fecha-2 pic 9(08).
           05 filler pic x(01) value SPACES.
           05 det-objeto pic x(30).
       01 linea-regla-imp.
           05 imp-codigo pic x(04).
           05 filler pic x(01) value SPACES.
           05 imp-accion-1 pic x(10).
           05 filler pic x(01) value SPACES.
           05 imp-accion-2 pic x(10).
           05 filler pic x(01) value SPACES.
           05 imp-ambito pic x(01).
           05 filler pic x(01) value SPACES.
           05 imp-texto pic x(40).
           05 filler pic x(01) value SPACES.
           05 imp-cantidad pic zzzz9.
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       COPY "segtab.cpy".

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-eventos
           move 0 to cant-conflictos
           move 0 to cant-operadores
           move 0 to cant-excedidos

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
              DISPLAY "Conflictos de segregacion de funciones"
              DISPLAY "Periodo (AAAAMM, blanco = " periodo ")"
              move 0 to periodo-pedido
              ACCEPT periodo-pedido
              IF periodo-pedido NOT = 0 then
                 move periodo-pedido to periodo
              END-IF
           END-IF
           move periodo(5:2) to mes-periodo
           IF mes-periodo < 1 OR mes-periodo > 12 then
              DISPLAY "Periodo invalido."
              move "A" to ret-estado
              move "periodo de segregacion invalido" to ret-motivo
           ELSE
              PERFORM ANALIZAR-PERIODO
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       ANALIZAR-PERIODO.
           compute fecha-ini = periodo * 100 + 1
           compute fecha-fin = periodo * 100 + 31
           PERFORM CARGAR-REGLAS-SEG

           OPEN  output EVENTOSTMP
           PERFORM EVENTOS-AUDITORIA
           PERFORM EVENTOS-APROBACIONES
           PERFORM EVENTOS-MOVIMIENTOS
           CLOSE EVENTOSTMP

           SORT SORTFILE ON ASCENDING KEY so-operador
              ASCENDING KEY so-objeto ASCENDING KEY so-fecha
              ASCENDING KEY so-hora ASCENDING KEY so-accion
              USING EVENTOSTMP
              GIVING ORDENADO

           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "CONFLICTOS DE SEGREGACION DE FUNCIONES - PERIODO "
              DELIMITED BY SIZE
              periodo DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO operador-corte
           OPEN  input ORDENADO
           move "N" to FIN-ORDEN
           PERFORM UNTIL FIN-ORDEN = "S"
           READ ORDENADO
           AT END
              MOVE "S" TO FIN-ORDEN
           NOT AT END
              IF or-operador NOT = operador-corte then
                 IF cant-ev > 0 then
                    PERFORM ANALIZAR-OPERADOR
                 END-IF
                 move or-operador to operador-corte
                 move 0 to cant-ev
              END-IF
              IF cant-ev < 2000 then
                 add 1 to cant-ev
                 move or-objeto to te-objeto(cant-ev)
                 move or-fecha to te-fecha(cant-ev)
                 move or-hora to te-hora(cant-ev)
                 move or-accion to te-accion(cant-ev)
              ELSE
                 add 1 to cant-excedidos
              END-IF
           END-READ
           END-PERFORM
           IF cant-ev > 0 then
              PERFORM ANALIZAR-OPERADOR
           END-IF
           CLOSE ORDENADO
           PERFORM IMPRIMIR-RESUMEN
           CLOSE PRINTFILE

           move "SEGREGACION" to spool-reporte
           move "segregacion.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display "Periodo " periodo ": " cant-eventos
              " evento(s) analizados, " cant-conflictos
              " conflicto(s) en " cant-operadores " operador(es)."
           display "Reporte en segregacion.txt"
           IF cant-conflictos > 0 then
              move "A" to ret-estado
              move "conflictos de segregacion de funciones"
                 to ret-motivo
           END-IF
           IF cant-excedidos > 0 then
              move "A" to ret-estado
              move "eventos fuera de la tabla de segregacion"
                 to ret-motivo
           END-IF.

       EVENTOS-AUDITORIA.
           OPEN  input AUDITFILE
           IF status-audit = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ AUDITFILE
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF linea-audit(1:8) IS NUMERIC AND
                    linea-audit(61:20) NOT = SPACES then
                    MOVE SPACES TO reg-evento
                    move linea-audit(1:8) to ev-fecha
                    IF linea-audit(10:8) IS NUMERIC then
                       move linea-audit(10:8) to ev-hora
                    ELSE
                       move 0 to ev-hora
                    END-IF
                    move linea-audit(19:10) to ev-accion
                    move linea-audit(30:30) to ev-objeto
                    move linea-audit(61:20) to ev-operador
                    PERFORM GRABAR-EVENTO
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE AUDITFILE
           END-IF.

       EVENTOS-APROBACIONES.
           OPEN  input APROBACIONES
           IF aprob-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ APROBACIONES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 MOVE SPACES TO reg-evento
                 move ap-solicitante to ev-operador
                 STRING "PEDIDO " DELIMITED BY SIZE
                    ap-id DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    ap-programa DELIMITED BY SIZE
                    INTO ev-objeto
                 move ap-fecha to ev-fecha
                 move 0 to ev-hora
                 move "APR-SOLIC" to ev-accion
                 PERFORM GRABAR-EVENTO
                 IF ap-estado NOT = "P" AND ap-revisor NOT = SPACES
                    then
                    move ap-revisor to ev-operador
                    move 1 to ev-hora
                    move "APR-REVISA" to ev-accion
                    PERFORM GRABAR-EVENTO
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE APROBACIONES
           END-IF.

       EVENTOS-MOVIMIENTOS.
           OPEN  input MOVIMIENTOS
           IF mov-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ MOVIMIENTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF (mv-estado = "R" OR mv-estado = "X") AND
                    mv-operador NOT = SPACES then
                    MOVE SPACES TO reg-evento
                    move mv-operador to ev-operador
                    STRING "CTA " DELIMITED BY SIZE
                       mv-cta DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       mv-referencia DELIMITED BY SIZE
                       INTO ev-objeto
                    move mv-fecha to ev-fecha
                    move mv-hora to ev-hora
                    IF mv-estado = "R" then
                       move "MOV-POSTEO" to ev-accion
                    ELSE
                       move "MOV-EXTORN" to ev-accion
                    END-IF
                    PERFORM GRABAR-EVENTO
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE MOVIMIENTOS
           END-IF.

       GRABAR-EVENTO.
           IF ev-fecha <= fecha-fin then
              write reg-evento
              add 1 to cant-eventos
           END-IF.

       ANALIZAR-OPERADOR.
           move 0 to conflictos-oper
           PERFORM VARYING SEG-IX FROM 1 BY 1
              UNTIL SEG-IX > SEG-CANT
              IF SEG-ESTADO(SEG-IX) = "A" then
                 PERFORM VARYING indice-i FROM 1 BY 1
                    UNTIL indice-i > cant-ev
                    IF te-accion(indice-i) = SEG-ACCION-1(SEG-IX) then
                       IF SEG-AMBITO(SEG-IX) = "P" then
                          PERFORM BUSCAR-USO-PROPIO
                       ELSE
                          PERFORM BUSCAR-PAREJA
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           IF conflictos-oper > 0 then
              add 1 to cant-operadores
              MOVE SPACES TO linea-print
              STRING "  Conflictos de " DELIMITED BY SIZE
                 operador-corte DELIMITED BY "  "
                 ": " DELIMITED BY SIZE
                 conflictos-oper DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-IF.

       BUSCAR-PAREJA.
           PERFORM VARYING indice-j FROM 1 BY 1
              UNTIL indice-j > cant-ev
              IF indice-j NOT = indice-i AND
                 te-accion(indice-j) = SEG-ACCION-2(SEG-IX) AND
                 te-objeto(indice-j) = te-objeto(indice-i) AND
                 (te-fecha(indice-i) >= fecha-ini OR
                  te-fecha(indice-j) >= fecha-ini) then
                 IF (SEG-AMBITO(SEG-IX) = "O" OR
                    te-fecha(indice-j) = te-fecha(indice-i)) AND
                    (SEG-ACCION-1(SEG-IX) NOT = SEG-ACCION-2(SEG-IX)
                    OR indice-j > indice-i) then
                    move te-fecha(indice-j) to det-fecha-2
                    move te-accion(indice-j) to det-accion-2
                    move te-objeto(indice-i) to det-objeto
                    PERFORM IMPRIMIR-CONFLICTO
                 END-IF
              END-IF
           END-PERFORM.

       BUSCAR-USO-PROPIO.
           IF te-objeto(indice-i) = operador-corte then
              move 0 to cant-usos
              move 0 to primer-uso
              PERFORM VARYING indice-j FROM 1 BY 1
                 UNTIL indice-j > cant-ev
                 IF te-accion(indice-j) NOT = SEG-ACCION-1(SEG-IX)
                    AND te-fecha(indice-j) >= fecha-ini AND
                    (te-fecha(indice-j) > te-fecha(indice-i) OR
                     (te-fecha(indice-j) = te-fecha(indice-i) AND
                      te-hora(indice-j) > te-hora(indice-i))) AND
                    (SEG-ACCION-2(SEG-IX) = "*" OR
                     te-accion(indice-j) = SEG-ACCION-2(SEG-IX)) then
                    add 1 to cant-usos
                    IF primer-uso = 0 then
                       move indice-j to primer-uso
                    ELSE
                    IF te-fecha(indice-j) < te-fecha(primer-uso) OR
                       (te-fecha(indice-j) = te-fecha(primer-uso) AND
                        te-hora(indice-j) < te-hora(primer-uso)) then
                       move indice-j to primer-uso
                    END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF cant-usos > 0 then
                 move te-fecha(primer-uso) to det-fecha-2
                 move te-accion(primer-uso) to det-accion-2
                 MOVE SPACES TO det-objeto
                 STRING "USOS POSTERIORES: " DELIMITED BY SIZE
                    cant-usos DELIMITED BY SIZE
                    INTO det-objeto
                 PERFORM IMPRIMIR-CONFLICTO
              END-IF
           END-IF.

       IMPRIMIR-CONFLICTO.
           IF conflictos-oper = 0 then
              MOVE SPACES TO linea-print
              write linea-print
              MOVE SPACES TO linea-print
              STRING "OPERADOR: " DELIMITED BY SIZE
                 operador-corte DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
              MOVE SPACES TO linea-print
              STRING "  REGL ACCION 1   FECHA    ACCION 2   FECHA    "
                 DELIMITED BY SIZE
                 "OBJETO" DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-IF
           move SEG-CODIGO(SEG-IX) to det-codigo
           move te-accion(indice-i) to det-accion-1
           move te-fecha(indice-i) to det-fecha-1
           MOVE SPACES TO linea-print
           move linea-conflicto to linea-print(3:)
           write linea-print
           add 1 to conflictos-oper
           add 1 to cant-conflictos
           add 1 to SEG-CONFLICTOS(SEG-IX).

       IMPRIMIR-RESUMEN.
           MOVE SPACES TO linea-print
           write linea-print
           IF cant-conflictos = 0 then
              move "No se detectaron conflictos en el periodo."
                 to linea-print
              write linea-print
              MOVE SPACES TO linea-print
              write linea-print
           END-IF
           move "RESUMEN POR REGLA" to linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "REGL ACCION 1   ACCION 2   A DESCRIPCION"
              DELIMITED BY SIZE
              "                              CANT." DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           PERFORM VARYING SEG-IX FROM 1 BY 1
              UNTIL SEG-IX > SEG-CANT
              IF SEG-ESTADO(SEG-IX) = "A" then
                 move SEG-CODIGO(SEG-IX) to imp-codigo
                 move SEG-ACCION-1(SEG-IX) to imp-accion-1
                 move SEG-ACCION-2(SEG-IX) to imp-accion-2
                 move SEG-AMBITO(SEG-IX) to imp-ambito
                 move SEG-TEXTO(SEG-IX) to imp-texto
                 move SEG-CONFLICTOS(SEG-IX) to imp-cantidad
                 move linea-regla-imp to linea-print
                 write linea-print
              END-IF
           END-PERFORM
           MOVE SPACES TO linea-print
           STRING "TOTAL DE CONFLICTOS: " DELIMITED BY SIZE
              cant-conflictos DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           IF cant-excedidos > 0 then
              MOVE SPACES TO linea-print
              STRING "Eventos no analizados por exceso de la tabla: "
                 DELIMITED BY SIZE
                 cant-excedidos DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-IF.

       COPY "segtabpr.cpy".
