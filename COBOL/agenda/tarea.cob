           SELECT PRINTFILE ASSIGN TO "escalamiento.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUSENCIAS ASSIGN TO "ausencias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS au-clave
           FILE STATUS IS AUS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRINTFILE.
       01  linea-print pic x(80).

       FD  AUSENCIAS.
       COPY "ausencia.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 sesion-status pic x(2).
       01 operador-actual pic x(20).
       01 proximo-vence pic 9(08).
       01 texto-guardado pic x(40).
       01 confirma pic x(1).
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.
       COPY "ausvig.cpy".

       LINKAGE SECTION.
       COPY "retorno.cpy".
                       IF oper-tarea = SPACES then
                          move operador-actual to oper-tarea
                       END-IF
                       PERFORM VERIFICAR-AUSENCIA
                       move "P" to t-estado
                       move hoy to t-alta
                       move cada-dias to t-cada

           accept FIN-ARCHIVO

           CALL 'totales' USING "T" tot-depto reg-totales

           EXIT PROGRAM.

       REPORTE-ESCALAMIENTO.
           ELSE
              DISPLAY "Ciclo de repeticion terminado."
           END-IF.

       VERIFICAR-AUSENCIA.
           move oper-tarea to AUS-OPERADOR
           move hoy to AUS-DESDE
           move vence-fecha to AUS-HASTA
           IF vence-fecha < hoy then
              move vence-fecha to AUS-DESDE
              move hoy to AUS-HASTA
           END-IF
           PERFORM BUSCAR-AUSENCIA
           IF AUS-AUSENTE = "S" then
              DISPLAY "AVISO: " oper-tarea " esta ausente del "
                 AUS-INICIO " al " AUS-FINAL
              IF AUS-DELEGADO NOT = SPACES then
                 DISPLAY "Asignar la tarea al delegado " AUS-DELEGADO
                    "? (S/N)"
                 MOVE SPACES TO confirma
                 ACCEPT confirma
                 IF confirma = "S" OR confirma = "s" then
                    move AUS-DELEGADO to oper-tarea
                 END-IF
              END-IF
           END-IF.

       COPY "ausvigpr.cpy".
