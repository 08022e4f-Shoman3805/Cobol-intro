           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT CARTERAHIST ASSIGN TO "cartera_hist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS hd-clave
           FILE STATUS IS hist-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.
       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CARTERAHIST.
       COPY "carterah.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 status-contactos pic x(2).
       01 sesion-status pic x(2).
       01 hist-status pic x(2).
       01 duenio-anterior pic x(20).
       01 origen-cambio pic x(1).
       01 hoy pic 9(08).
       01 ahora-hora pic 9(08).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-cartera pic x(1).
       01 operador-actual pic x(20).
              ACCEPT operador-actual FROM ENVIRONMENT "USER"
           END-IF

           ACCEPT hoy FROM DATE YYYYMMDD

           DISPLAY "A- Asignar duenio a un contacto"
           DISPLAY "L- Listar la cartera de un operador"
           DISPLAY "R- Reasignar una cartera completa"
                    IF operador-hasta = SPACES then
                       move operador-actual to operador-hasta
                    END-IF
                    move duenio to duenio-anterior
                    move operador-hasta to duenio
                    REWRITE tabla
                    DISPLAY usuario " asignado a " duenio
                    IF duenio-anterior NOT = duenio then
                       move "A" to origen-cambio
                       OPEN  i-o CARTERAHIST
                       IF hist-status = "35" then
                          OPEN  output CARTERAHIST
                          CLOSE CARTERAHIST
                          OPEN  i-o CARTERAHIST
                       END-IF
                       PERFORM GRABAR-HIST-DUENIO
                       CLOSE CARTERAHIST
                    END-IF
                    move "CARTERA" to aud-accion
                    move usuario to aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                    ACCEPT confirma
                    IF confirma = "S" OR confirma = "s" then
                       move 0 to cant-pasados
                       move "R" to origen-cambio
                       OPEN  i-o CARTERAHIST
                       IF hist-status = "35" then
                          OPEN  output CARTERAHIST
                          CLOSE CARTERAHIST
                          OPEN  i-o CARTERAHIST
                       END-IF
                       move "N" to FIN-ARCHIVO
                       PERFORM UNTIL FIN-ARCHIVO = "S"
                       READ CONTACTOS NEXT RECORD
                       NOT AT END
                          IF usuario NOT = "##VERSION##" AND
                             duenio = operador-desde then
                             move duenio to duenio-anterior
                             move operador-hasta to duenio
                             REWRITE tabla
                             PERFORM GRABAR-HIST-DUENIO
                             add 1 to cant-pasados
                          END-IF
                       END-READ
                       END-PERFORM
                       CLOSE CARTERAHIST
                       DISPLAY cant-pasados " contacto(s) "
                          "reasignado(s)."
                       move "CARTERA" to aud-accion
              END-IF
              CALL 'bloqueo' USING "L" resultado-lock
           END-IF.

       GRABAR-HIST-DUENIO.
           ACCEPT ahora-hora FROM TIME
           move usuario to hd-usuario
           move hoy to hd-fecha
           move ahora-hora to hd-hora
           move duenio-anterior to hd-anterior
           move duenio to hd-duenio
           move origen-cambio to hd-origen
           move operador-actual to hd-operador
           WRITE reg-cartera-hist
              INVALID KEY
                 CONTINUE
           END-WRITE.
