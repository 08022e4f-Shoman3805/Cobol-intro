           05 filler pic x(1) value SPACE.
           05 det-sala pic x(10).
           05 filler pic x(28) value SPACES.
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
              IF hay-contactos = "S" then
                 CLOSE CONTACTOS
              END-IF
              move "AGENDADIA" to spool-reporte
              move "agenda_dia.txt" to spool-archivo
              CALL 'espool' USING spool-reporte spool-archivo
              display "Hoja de agenda en agenda_dia.txt: "
                 cant-impresas " cita(s)."
           END-IF
