           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS plantilla-status.

           SELECT PARAMETROS ASSIGN TO "parametros.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pa-clave
           FILE STATUS IS PAR-STATUS.

           SELECT CARTAS ASSIGN TO "cobranza_cartas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  PLANTILLA.
       01  linea-plantilla pic x(80).

       FD  PARAMETROS.
       COPY "parametro.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CARTAS.
       01  linea-carta pic x(132).

       01 cant-limpiadas pic 9(04) value 0.
       01 cant-cartas pic 9(04) value 0.
       01 etapa-texto pic x(12).
       01 dias-inicio pic 9(05).
       01 dias-siguiente pic 9(05).
       01 etapa-maxima pic 9(01).
       01 origen-inicio pic x(20).
       01 origen-siguiente pic x(20).
       01 origen-etapas pic x(20).
       01 dias-transcurridos pic s9(07).
       01 fec-valida pic x(1).
       01 cant-en-espera pic 9(04) value 0.
       COPY "param.cpy".

       LINKAGE SECTION.
       COPY "retorno.cpy".
           EXIT PROGRAM.

       PROCESAR-COBRANZAS.
           move 0 to cant-avanzadas
           move 0 to cant-limpiadas
           move 0 to cant-cartas
           move 0 to cant-en-espera
           PERFORM CARGAR-PARAMETROS
           OPEN  input CUENTAS
           IF status-cuentas NOT = "00" then
              DISPLAY "No hay cuentas registradas todavia."
              DISPLAY "Cobranzas limpiadas.: " cant-limpiadas
              DISPLAY "Cartas generadas....: " cant-cartas
                 " en cobranza_cartas.txt"
              DISPLAY "En espera de plazo..: " cant-en-espera
              DISPLAY "Parametros usados:"
              DISPLAY "  COB-DIAS-INI " dias-inicio " (" origen-inicio
                 ")"
              DISPLAY "  COB-DIAS-SIG " dias-siguiente " ("
                 origen-siguiente ")"
              DISPLAY "  COB-ETAPAS   " etapa-maxima " (" origen-etapas
                 ")"
           END-IF.

       CARGAR-PARAMETROS.
           move hoy to PAR-FECHA
           move "COB-DIAS-INI" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR >= 0 then
              move PAR-VALOR to dias-inicio
              MOVE SPACES TO origen-inicio
              STRING "desde " DELIMITED BY SIZE
                 PAR-VIGENCIA DELIMITED BY SIZE
                 INTO origen-inicio
           ELSE
              move 0 to dias-inicio
              move "por omision" to origen-inicio
           END-IF
           move "COB-DIAS-SIG" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR >= 0 then
              move PAR-VALOR to dias-siguiente
              MOVE SPACES TO origen-siguiente
              STRING "desde " DELIMITED BY SIZE
                 PAR-VIGENCIA DELIMITED BY SIZE
                 INTO origen-siguiente
           ELSE
              move 0 to dias-siguiente
              move "por omision" to origen-siguiente
           END-IF
           move "COB-ETAPAS" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR >= 1 AND PAR-VALOR <= 3
              then
              move PAR-VALOR to etapa-maxima
              MOVE SPACES TO origen-etapas
              STRING "desde " DELIMITED BY SIZE
                 PAR-VIGENCIA DELIMITED BY SIZE
                 INTO origen-etapas
           ELSE
              move 3 to etapa-maxima
              move "por omision" to origen-etapas
           END-IF.

       AVANZAR-ETAPA.
           move cta-id to cb-cta
           READ COBRANZAS KEY IS cb-cta
           INVALID KEY
              move 0 to dias-transcurridos
              IF cta-sobregiro NOT = 0 then
                 CALL 'fechas' USING "E" cta-sobregiro hoy
                    dias-transcurridos fec-valida
              ELSE
                 move dias-inicio to dias-transcurridos
              END-IF
              IF dias-transcurridos < dias-inicio then
                 add 1 to cant-en-espera
              ELSE
                 move cta-id to cb-cta
                 move 1 to cb-etapa
                 move hoy to cb-fecha
                 WRITE reg-cobranza
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 add 1 to cant-avanzadas
                 PERFORM GENERAR-CARTA
              END-IF
           NOT INVALID KEY
              IF cb-etapa < etapa-maxima then
                 CALL 'fechas' USING "E" cb-fecha hoy
                    dias-transcurridos fec-valida
                 IF dias-transcurridos < dias-siguiente then
                    add 1 to cant-en-espera
                 ELSE
                    add 1 to cb-etapa
                    move hoy to cb-fecha
                    REWRITE reg-cobranza
                    add 1 to cant-avanzadas
                    PERFORM GENERAR-CARTA
                 END-IF
              END-IF
           END-READ.

       LIMPIAR-ETAPA.
           END-IF.

       LISTAR-FINALES.
           PERFORM CARGAR-PARAMETROS
           OPEN  input COBRANZAS
           IF cobranzas-status NOT = "00" then
              DISPLAY "No hay cobranzas registradas todavia."
           ELSE
              DISPLAY "Cuentas estancadas en etapa final ("
                 etapa-maxima ", COB-ETAPAS " origen-etapas "):"
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cb-etapa >= etapa-maxima then
                    move "S" to alguno
                    DISPLAY "  cuenta " cb-cta " desde " cb-fecha
                 END-IF
              END-IF
              CLOSE COBRANZAS
           END-IF.

       COPY "parampr.cpy".
