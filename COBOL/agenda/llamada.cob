           05 visto-reg OCCURS 500 TIMES.
              10 visto-usuario pic x(30).
              10 visto-fecha pic 9(08).
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.

       LINKAGE SECTION.
       01 p-usuario pic x(30).

           accept FIN-ARCHIVO

           CALL 'totales' USING "T" tot-depto reg-totales

           EXIT PROGRAM.

       REPORTE-FUERA-HORARIO.
