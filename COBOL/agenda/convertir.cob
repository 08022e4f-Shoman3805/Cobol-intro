           RECORD KEY IS vcta-id
           FILE STATUS IS viejo-status.

           SELECT CTAPREVIA ASSIGN TO NOMBRE-VIEJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pcta-id
           FILE STATUS IS viejo-status.

           SELECT CTANUEVA ASSIGN TO "cuentas_conv.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS nc-clave
           FILE STATUS IS nuevo-status.

           SELECT VISITAVIEJA ASSIGN TO "visitas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS vv-clave
           FILE STATUS IS viejo-status.

           SELECT VISITAPREVIA ASSIGN TO "visitas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pvi-clave
           FILE STATUS IS viejo-status.

           SELECT VISITANUEVA ASSIGN TO "visitas_conv.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS nvi-clave
           FILE STATUS IS nuevo-status.

           SELECT TAREAVIEJA ASSIGN TO "tareas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS nt-clave
           FILE STATUS IS nuevo-status.

           SELECT MOVVIEJO ASSIGN TO "movimientos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS viejo-status.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos_conv.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT DEPARTAMENTOS ASSIGN TO "departamentos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS deptos-status.
           05 vcta-sobregiro pic 9(08).
           05 vcta-titular pic x(30).

       FD  CTAPREVIA.
       01  preg-cuenta.
           05 pcta-id pic 9(05).
           05 pcta-saldo pic s9(06) SIGN IS LEADING SEPARATE.
           05 pcta-limite pic 9(06).
           05 pcta-estado pic x(01).
           05 pcta-sobregiro pic 9(08).
           05 pcta-titular pic x(30).
           05 pcta-dormida pic x(01).
           05 pcta-moneda pic x(03).

       FD  CTANUEVA.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY ==q==.

           05 nc-sala pic x(10).
           05 nc-resultado pic x(01).

       FD  VISITAVIEJA.
       01  vreg-visita.
           05 vv-clave.
              10 vv-fecha pic 9(08).
              10 vv-horain pic 9(04).
              10 vv-usuario pic x(30).
           05 vv-horaout pic 9(04).
           05 vv-motivo pic x(30).

       FD  VISITAPREVIA.
       01  preg-visita.
           05 pvi-clave.
              10 pvi-fecha pic 9(08).
              10 pvi-horain pic 9(04).
              10 pvi-usuario pic x(30).
           05 pvi-horaout pic 9(04).
           05 pvi-motivo pic x(30).
           05 pvi-cita-hini pic 9(04).
           05 pvi-cita-usuario pic x(30).
           05 pvi-anfitrion pic x(20).
           05 pvi-sala pic x(10).

       FD  VISITANUEVA.
       COPY "visita.cpy" REPLACING ==:PREFIJO:== BY ==n==.

       FD  TAREAVIEJA.
       01  vreg-tarea.
           05 vt-clave.
           05 nt-prioridad pic x(01).
           05 nt-operador pic x(20).

       FD  MOVVIEJO.
       01  vreg-movimiento.
           05 vmv-cta pic 9(05).
           05 vmv-sep1 pic x(01).
           05 vmv-fecha pic 9(08).
           05 vmv-sep2 pic x(01).
           05 vmv-tipo pic x(01).
           05 filler pic x(01).
           05 vmv-importe pic 9(06).
           05 filler pic x(01).
           05 vmv-referencia pic x(20).
           05 filler pic x(01).
           05 vmv-estado pic x(01).
           05 filler pic x(01).
           05 vmv-categoria pic x(04).
           05 filler pic x(01).
           05 vmv-operador pic x(20).

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  DEPARTAMENTOS.
       01  linea-depto pic x(10).

       01 confirma pic x(1).
       01 comando pic x(120).
       01 cant-convertidos pic 9(06).
       01 mov-status pic x(2).
       01 formato-viejo pic x(1).
       01 cant-leidos pic 9(06).
       01 debitos-viejo pic 9(12).
       01 creditos-viejo pic 9(12).
       01 debitos-nuevo pic 9(12).
       01 creditos-nuevo pic 9(12).
       COPY "movseq.cpy".

       LINKAGE SECTION.
       COPY "retorno.cpy".
           DISPLAY "Conversion unica de archivos al formato de "
              "registro ampliado."
           DISPLAY "Convierte contactos (y sus departamentos), "
              "cuentas (y su archivo), citas, visitas, tareas y "
              "movimientos."
           DISPLAY "Haga un respaldo antes de correrla. "
              "Continua? (S/N)"
           ACCEPT confirma
                 END-IF

                 PERFORM CONVERTIR-CUENTAS
                 move 0 to cant-convertidos
                 MOVE "cuentas_archivo.txt" TO NOMBRE-VIEJO
                 PERFORM CONVERTIR-CUENTAS-PREVIAS
                 PERFORM CONVERTIR-CITAS
                 PERFORM CONVERTIR-VISITAS
                 PERFORM CONVERTIR-TAREAS
                 PERFORM CONVERTIR-MOVIMIENTOS

                 CALL 'bloqueo' USING "L" resultado-lock
                 DISPLAY "Conversion terminada."
              DISPLAY "cuentas.txt no existe, se omite."
           ELSE
           IF viejo-status NOT = "00" then
              MOVE "cuentas.txt" TO NOMBRE-VIEJO
              PERFORM CONVERTIR-CUENTAS-PREVIAS
           ELSE
              OPEN  output CTANUEVA
              move "N" to FIN-ARCHIVO
                 move vcta-titular to qcta-titular
                 move "N" to qcta-dormida
                 MOVE SPACES TO qcta-moneda
                 MOVE SPACES TO qcta-producto
                 WRITE qreg-cuenta
                    INVALID KEY
                       CONTINUE
           END-IF
           move "N" to FIN-ARCHIVO.

       CONVERTIR-CUENTAS-PREVIAS.
           OPEN  input CTAPREVIA
           IF viejo-status = "35" then
              DISPLAY NOMBRE-VIEJO " no existe, se omite."
           ELSE
           IF viejo-status NOT = "00" then
              DISPLAY NOMBRE-VIEJO " no se pudo abrir con el "
                 "formato anterior (estado " viejo-status
                 "), se omite: puede ya estar convertido."
           ELSE
              OPEN  output CTANUEVA
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CTAPREVIA NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move preg-cuenta to qreg-cuenta
                 MOVE SPACES TO qcta-producto
                 WRITE qreg-cuenta
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 add 1 to cant-convertidos
              END-READ
              END-PERFORM
              CLOSE CTAPREVIA
              CLOSE CTANUEVA
              MOVE SPACES TO comando
              STRING "mv -f cuentas_conv.txt "
                 DELIMITED BY SIZE
                 NOMBRE-VIEJO DELIMITED BY SPACE
                 INTO comando
              CALL "SYSTEM" USING comando
              DISPLAY NOMBRE-VIEJO ": " cant-convertidos
                 " registro(s) convertidos."
           END-IF
           END-IF
           move "N" to FIN-ARCHIVO.

       CONVERTIR-CITAS.
           move 0 to cant-convertidos
           OPEN  input CITAVIEJA
           END-IF
           move "N" to FIN-ARCHIVO.

       CONVERTIR-VISITAS.
           move 0 to cant-convertidos
           OPEN  input VISITAVIEJA
           IF viejo-status = "35" then
              DISPLAY "visitas.txt no existe, se omite."
           ELSE
           IF viejo-status NOT = "00" then
              PERFORM CONVERTIR-VISITAS-PREVIAS
           ELSE
              OPEN  output VISITANUEVA
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ VISITAVIEJA NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move vv-clave to nvi-clave
                 move vv-horaout to nvi-horaout
                 move vv-motivo to nvi-motivo
                 move 0 to nvi-cita-hini
                 MOVE SPACES TO nvi-cita-usuario
                 MOVE SPACES TO nvi-anfitrion
                 MOVE SPACES TO nvi-sala
                 move 0 to nvi-credencial
                 move SPACE to nvi-cred-estado
                 WRITE nreg-visita
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 add 1 to cant-convertidos
              END-READ
              END-PERFORM
              CLOSE VISITAVIEJA
              CLOSE VISITANUEVA
              MOVE "mv -f visitas_conv.txt visitas.txt" TO comando
              CALL "SYSTEM" USING comando
              DISPLAY "visitas.txt: " cant-convertidos
                 " registro(s) convertidos."
           END-IF
           END-IF
           move "N" to FIN-ARCHIVO.

       CONVERTIR-VISITAS-PREVIAS.
           OPEN  input VISITAPREVIA
           IF viejo-status NOT = "00" then
              DISPLAY "visitas.txt no se pudo abrir con el "
                 "formato anterior (estado " viejo-status
                 "), se omite: puede ya estar convertido."
           ELSE
              OPEN  output VISITANUEVA
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ VISITAPREVIA NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move preg-visita to nreg-visita
                 move 0 to nvi-credencial
                 move SPACE to nvi-cred-estado
                 WRITE nreg-visita
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 add 1 to cant-convertidos
              END-READ
              END-PERFORM
              CLOSE VISITAPREVIA
              CLOSE VISITANUEVA
              MOVE "mv -f visitas_conv.txt visitas.txt" TO comando
              CALL "SYSTEM" USING comando
              DISPLAY "visitas.txt: " cant-convertidos
                 " registro(s) convertidos."
           END-IF
           move "N" to FIN-ARCHIVO.

       CONVERTIR-TAREAS.
           move 0 to cant-convertidos
           OPEN  input TAREAVIEJA
           END-IF
           END-IF
           move "N" to FIN-ARCHIVO.

       CONVERTIR-MOVIMIENTOS.
           move 0 to cant-leidos
           move 0 to cant-convertidos
           move 0 to debitos-viejo
           move 0 to creditos-viejo
           move 0 to debitos-nuevo
           move 0 to creditos-nuevo
           move "S" to formato-viejo
           OPEN  input MOVVIEJO
           IF viejo-status = "35" then
              DISPLAY "movimientos.txt no existe, se omite."
           ELSE
           IF viejo-status NOT = "00" then
              DISPLAY "movimientos.txt no se pudo abrir con el "
                 "formato anterior (estado " viejo-status
                 "), se omite: puede ya estar convertido."
           ELSE
              OPEN  output MOVIMIENTOS
              CLOSE MOVIMIENTOS
              OPEN  i-o MOVIMIENTOS
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ MOVVIEJO
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF vmv-cta IS NOT NUMERIC OR
                    vmv-fecha IS NOT NUMERIC OR
                    vmv-importe IS NOT NUMERIC OR
                    vmv-sep1 NOT = SPACE OR
                    vmv-sep2 NOT = SPACE then
                    move "N" to formato-viejo
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                    add 1 to cant-leidos
                    IF vmv-tipo = "D" then
                       add vmv-importe to debitos-viejo
                    ELSE
                       add vmv-importe to creditos-viejo
                    END-IF
                    MOVE SPACES TO reg-movimiento
                    move vmv-cta to mv-cta
                    move vmv-fecha to mv-fecha
                    move vmv-tipo to mv-tipo
                    move vmv-importe to mv-importe
                    move vmv-referencia to mv-referencia
                    move vmv-estado to mv-estado
                    move vmv-categoria to mv-categoria
                    move vmv-operador to mv-operador
                    move 0 to mv-hora
                    PERFORM ESCRIBIR-MOVIMIENTO
                 END-IF
              END-READ
              END-PERFORM
              CLOSE MOVVIEJO
              CLOSE MOVIMIENTOS
              IF formato-viejo = "N" then
                 DISPLAY "movimientos.txt no tiene el formato "
                    "anterior, se omite: puede ya estar convertido."
                 MOVE "rm -f movimientos_conv.txt" TO comando
                 CALL "SYSTEM" USING comando
              ELSE
                 PERFORM PROBAR-MOVIMIENTOS
              END-IF
           END-IF
           END-IF
           move "N" to FIN-ARCHIVO.

       PROBAR-MOVIMIENTOS.
           move "N" to FIN-ARCHIVO
           OPEN  input MOVIMIENTOS
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ MOVIMIENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              add 1 to cant-convertidos
              IF mv-tipo = "D" then
                 add mv-importe to debitos-nuevo
              ELSE
                 add mv-importe to creditos-nuevo
              END-IF
           END-READ
           END-PERFORM
           CLOSE MOVIMIENTOS
           DISPLAY "movimientos.txt: leidos " cant-leidos
              " grabados " cant-convertidos
           DISPLAY "  debitos  " debitos-viejo " / " debitos-nuevo
           DISPLAY "  creditos " creditos-viejo " / " creditos-nuevo
           IF cant-leidos = cant-convertidos AND
              debitos-viejo = debitos-nuevo AND
              creditos-viejo = creditos-nuevo then
              MOVE "mv -f movimientos_conv.txt movimientos.txt"
                 TO comando
              CALL "SYSTEM" USING comando
              DISPLAY "movimientos.txt: cantidades y totales "
                 "cuadran, archivo reemplazado."
           ELSE
              DISPLAY "movimientos.txt: las cantidades o los "
                 "totales NO cuadran, el archivo original queda "
                 "sin cambios."
              move "E" to ret-estado
              move "conversion de movimientos no cuadra"
                 to ret-motivo
           END-IF.

       COPY "movseqpr.cpy".
