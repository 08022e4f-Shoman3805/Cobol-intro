       01 status-contactos pic x(2).
       01 FIN-ARCHIVO pic x(1) value "N".
       01 hay-contactos pic x(1) value "N".
       01 hoy pic 9(08).
       01 periodo pic 9(06).
       01 ll-periodo pic 9(06).
       01 total-llamadas pic 9(05) value 0.
              10 ca-cant pic 9(05).
              10 ca-minutos pic 9(07).

       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           DISPLAY "Estadisticas de llamadas"
           move 0 to periodo
           IF parm-depto(1:6) IS NUMERIC then
              move parm-depto(1:6) to periodo
           ELSE
           IF parm-modo = "B" OR parm-modo = "b" then
              ACCEPT hoy FROM DATE YYYYMMDD
              move hoy(1:6) to periodo
           ELSE
              DISPLAY "Periodo del reporte (AAAAMM)"
              ACCEPT periodo
           END-IF
           END-IF

           OPEN  input LLAMADAS
           IF llamadas-status NOT = "00" then

              PERFORM IMPRIMIR-REPORTE
              DISPLAY "Reporte generado en llamstats.txt"
              move "LLAMSTATS" to spool-reporte
              move "llamstats.txt" to spool-archivo
              CALL 'espool' USING spool-reporte spool-archivo
              DISPLAY "Llamadas del periodo: " total-llamadas
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

