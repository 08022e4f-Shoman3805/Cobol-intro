       01 operador-act pic x(20).
       01 rol-operador-act pic x(1).
       01 FIN-CUENTAS pic x(1).
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.
       LINKAGE SECTION.
       01 user pic x(15).
       01 nombre pic x(20).
                       CLOSE TEMP
                       move "N" to activo
                       REWRITE tabla
                       CALL 'totales' USING "I" depto-codigo
                          reg-totales
                       move 205 to numero-mensaje
                       PERFORM TRAER-MENSAJE
                       display usuario texto-mensaje
