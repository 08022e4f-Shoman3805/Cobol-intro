           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT AUSENCIAS ASSIGN TO "ausencias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS au-clave
           FILE STATUS IS AUS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  AUSENCIAS.
       COPY "ausencia.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 guardias-status pic x(2).
       01 status-contactos pic x(2).
       01 hoy pic 9(08).
       01 hallado pic x(1).
       01 alguno pic x(1).
       COPY "ausvig.cpy".

       LINKAGE SECTION.
       COPY "retorno.cpy".
                 DISPLAY "Hasta (AAAAMMDD)"
                 move 0 to hasta-fecha
                 ACCEPT hasta-fecha
                 move usuario-guardia to AUS-OPERADOR
                 move desde-fecha to AUS-DESDE
                 move hasta-fecha to AUS-HASTA
                 PERFORM BUSCAR-AUSENCIA
                 IF hasta-fecha < desde-fecha then
                    DISPLAY "El fin del rango es anterior al inicio."
                 ELSE
                 IF AUS-AUSENTE = "S" then
                    DISPLAY "No se puede asignar la guardia: "
                       usuario-guardia " esta ausente del "
                       AUS-INICIO " al " AUS-FINAL
                 ELSE
                    OPEN  i-o GUARDIAS
                    IF guardias-status = "35" then
                    END-WRITE
                    CLOSE GUARDIAS
                 END-IF
                 END-IF
              END-IF
           END-IF

                       "guardia para hoy " hoy
                 ELSE
                    DISPLAY "De guardia hoy: " usuario-guardia
                    move usuario-guardia to AUS-OPERADOR
                    move hoy to AUS-DESDE
                    move hoy to AUS-HASTA
                    PERFORM BUSCAR-AUSENCIA
                    IF AUS-AUSENTE = "S" then
                       DISPLAY "ALERTA: esta ausente hasta el "
                          AUS-FINAL ", cubre " AUS-DELEGADO
                    END-IF
                    OPEN  input CONTACTOS
                    IF status-contactos = "00" then
                       move usuario-guardia to usuario
           accept FIN-ARCHIVO

           EXIT PROGRAM.

       COPY "ausvigpr.cpy".
