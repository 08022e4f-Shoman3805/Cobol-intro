       IDENTIFICATION DIVISION.
       PROGRAM-ID. embudo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ETAPAS ASSIGN TO "etapas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS et-usuario
           FILE STATUS IS etapas-status.

           SELECT ETAPASHIST ASSIGN TO "etapas_hist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS eh-clave
           FILE STATUS IS hist-status.

           SELECT PRINTFILE ASSIGN TO "embudo.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ETAPAS.
       COPY "etapa.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ETAPASHIST.
       COPY "etapahist.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 etapas-status pic x(2).
       01 hist-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 anio-periodo pic 9(04).
       01 mes-periodo pic 9(02).
       01 periodo pic 9(06).
       01 periodo-pedido pic 9(06).
       01 eh-periodo pic 9(06).
       01 codigos-etapa pic x(05) value "LPCIX".
       01 nombres-etapa-tabla.
           05 filler pic x(10) value "LEAD".
           05 filler pic x(10) value "PROSPECTO".
           05 filler pic x(10) value "CLIENTE".
           05 filler pic x(10) value "INACTIVO".
           05 filler pic x(10) value "PERDIDO".
       01 nombres-etapa REDEFINES nombres-etapa-tabla
           pic x(10) occurs 5 times.
       01 tabla-etapas.
           05 etapa-reg OCCURS 5 TIMES.
              10 em-actual pic 9(05).
              10 em-entradas pic 9(05).
              10 em-salidas pic 9(05).
              10 em-dias pic 9(07).
              10 em-destino pic 9(05) OCCURS 5 TIMES.
       01 indice-et pic 9(02).
       01 indice-de pic 9(02).
       01 pos-origen pic 9(02).
       01 pos-destino pic 9(02).
       01 codigo-buscado pic x(01).
       01 pos-hallada pic 9(02).
       01 total-actual pic 9(05).
       01 total-cambios pic 9(05).
       01 promedio-dias pic 9(05).
       01 tasa-calc pic 9(03).
       01 tasa-edit pic zz9.
       01 linea-detalle.
           05 det-etapa pic x(10).
           05 filler pic x(02) value SPACES.
           05 det-actual pic zzzzzzz9.
           05 filler pic x(02) value SPACES.
           05 det-entradas pic zzzzzzz9.
           05 filler pic x(02) value SPACES.
           05 det-salidas pic zzzzzz9.
           05 filler pic x(02) value SPACES.
           05 det-promedio pic zzzzzzzzzzzz9.
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to total-actual
           move 0 to total-cambios
           PERFORM VARYING indice-et FROM 1 BY 1
              UNTIL indice-et > 5
              move 0 to em-actual(indice-et)
              move 0 to em-entradas(indice-et)
              move 0 to em-salidas(indice-et)
              move 0 to em-dias(indice-et)
              PERFORM VARYING indice-de FROM 1 BY 1
                 UNTIL indice-de > 5
                 move 0 to em-destino(indice-et indice-de)
              END-PERFORM
           END-PERFORM

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
              DISPLAY "Embudo de etapas de contactos"
              DISPLAY "Periodo (AAAAMM, blanco = " periodo ")"
              move 0 to periodo-pedido
              ACCEPT periodo-pedido
              IF periodo-pedido NOT = 0 then
                 move periodo-pedido to periodo
              END-IF
           END-IF

           OPEN  input ETAPAS
           IF etapas-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ETAPAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move et-etapa to codigo-buscado
                 PERFORM UBICAR-ETAPA
                 IF pos-hallada NOT = 0 then
                    add 1 to em-actual(pos-hallada)
                    add 1 to total-actual
                 END-IF
              END-READ
              END-PERFORM
              CLOSE ETAPAS
           END-IF

           OPEN  input ETAPASHIST
           IF hist-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ETAPASHIST NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move eh-fecha(1:6) to eh-periodo
                 IF eh-periodo = periodo then
                    PERFORM ACUMULAR-CAMBIO
                 END-IF
              END-READ
              END-PERFORM
              CLOSE ETAPASHIST
           END-IF
           move "N" to FIN-ARCHIVO

           PERFORM IMPRIMIR-EMBUDO
           move "EMBUDO" to spool-reporte
           move "embudo.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display "Periodo " periodo ": " total-cambios
              " cambio(s) de etapa, " total-actual
              " contacto(s) clasificados."
           display "Reporte en embudo.txt"

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       UBICAR-ETAPA.
           move 0 to pos-hallada
           PERFORM VARYING indice-et FROM 1 BY 1
              UNTIL indice-et > 5 OR pos-hallada NOT = 0
              IF codigos-etapa(indice-et:1) = codigo-buscado then
                 move indice-et to pos-hallada
              END-IF
           END-PERFORM.

       ACUMULAR-CAMBIO.
           add 1 to total-cambios
           move eh-etapa to codigo-buscado
           PERFORM UBICAR-ETAPA
           move pos-hallada to pos-destino
           move eh-anterior to codigo-buscado
           PERFORM UBICAR-ETAPA
           move pos-hallada to pos-origen
           IF pos-destino NOT = 0 then
              add 1 to em-entradas(pos-destino)
           END-IF
           IF pos-origen NOT = 0 then
              add 1 to em-salidas(pos-origen)
              add eh-dias to em-dias(pos-origen)
              IF pos-destino NOT = 0 then
                 add 1 to em-destino(pos-origen pos-destino)
              END-IF
           END-IF.

       IMPRIMIR-EMBUDO.
           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "EMBUDO DE ETAPAS DE CONTACTOS - PERIODO "
              DELIMITED BY SIZE
              periodo DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "ETAPA       ACTUALES  ENTRADAS  SALIDAS  "
              DELIMITED BY SIZE
              "DIAS PROMEDIO" DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           PERFORM VARYING indice-et FROM 1 BY 1
              UNTIL indice-et > 5
              move nombres-etapa(indice-et) to det-etapa
              move em-actual(indice-et) to det-actual
              move em-entradas(indice-et) to det-entradas
              move em-salidas(indice-et) to det-salidas
              IF em-salidas(indice-et) > 0 then
                 compute promedio-dias ROUNDED =
                    em-dias(indice-et) / em-salidas(indice-et)
              ELSE
                 move 0 to promedio-dias
              END-IF
              move promedio-dias to det-promedio
              move linea-detalle to linea-print
              write linea-print
           END-PERFORM
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "CONVERSIONES DEL PERIODO (sobre las salidas de "
              DELIMITED BY SIZE
              "cada etapa)" DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           PERFORM VARYING indice-et FROM 1 BY 1
              UNTIL indice-et > 5
              PERFORM VARYING indice-de FROM 1 BY 1
                 UNTIL indice-de > 5
                 IF em-destino(indice-et indice-de) > 0 then
                    PERFORM IMPRIMIR-CONVERSION
                 END-IF
              END-PERFORM
           END-PERFORM
           IF total-cambios = 0 then
              MOVE SPACES TO linea-print
              move "No hubo cambios de etapa en el periodo."
                 to linea-print
              write linea-print
           END-IF
           CLOSE PRINTFILE.

       IMPRIMIR-CONVERSION.
           compute tasa-calc ROUNDED =
              em-destino(indice-et indice-de) * 100
              / em-salidas(indice-et)
           move tasa-calc to tasa-edit
           MOVE SPACES TO linea-print
           STRING "  " DELIMITED BY SIZE
              nombres-etapa(indice-et) DELIMITED BY " "
              " a " DELIMITED BY SIZE
              nombres-etapa(indice-de) DELIMITED BY " "
              ": " DELIMITED BY SIZE
              em-destino(indice-et indice-de) DELIMITED BY SIZE
              " de " DELIMITED BY SIZE
              em-salidas(indice-et) DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              tasa-edit DELIMITED BY SIZE
              "%)" DELIMITED BY SIZE
              INTO linea-print
           write linea-print.
