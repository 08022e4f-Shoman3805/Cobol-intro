       01 resultado-lock pic x(1).
       01 NOMBRE-ARCHIVO pic x(40).
       01 depto-codigo pic x(10).
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.
       LINKAGE SECTION.
       01 user pic x(15).
       01 nombre pic x(20).
                 move 0 to flag
                 move "S" to activo
                 REWRITE tabla
                 CALL 'totales' USING "R" depto-codigo reg-totales
                 display usuario " restaurado."
                 move usuario to aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
