       IDENTIFICATION DIVISION.
       PROGRAM-ID. discado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISCADO ASSIGN TO "discado.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS dc-clave
           FILE STATUS IS discado-status.

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT COBRANZAS ASSIGN TO "cobranzas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cb-cta
           FILE STATUS IS cobranzas-status.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

           SELECT TAREAS ASSIGN TO "tareas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS t-clave
           FILE STATUS IS tareas-status.

           SELECT LLAMADAS ASSIGN TO "llamadas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS llamadas-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

           SELECT PRINTFILE ASSIGN TO "discado_pendientes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FALLECIDOS ASSIGN TO "fallecidos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fa-usuario
           FILE STATUS IS fallecidos-status.

       DATA DIVISION.
       FILE SECTION.

       FD  DISCADO.
       01  reg-discado.
           05 dc-clave.
              10 dc-fecha pic 9(08).
              10 dc-operador pic x(20).
              10 dc-orden pic 9(04).
           05 dc-usuario pic x(30).
           05 dc-origen pic x(01).
           05 dc-puntaje pic 9(05).
           05 dc-detalle pic x(40).
           05 dc-desde pic 9(04).
           05 dc-hasta pic 9(04).
           05 dc-estado pic x(01).
           05 dc-hora pic 9(08).
           05 dc-resultado pic x(10).

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  COBRANZAS.
       01  reg-cobranza.
           05 cb-cta pic 9(05).
           05 cb-etapa pic 9(01).
           05 cb-fecha pic 9(08).

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  TAREAS.
       01  reg-tarea.
           05 t-clave.
              10 t-usuario pic x(30).
              10 t-vence pic 9(08).
              10 t-seq pic 9(02).
           05 t-texto pic x(40).
           05 t-estado pic x(01).
           05 t-alta pic 9(08).
           05 t-cada pic 9(03).
           05 t-prioridad pic x(01).
           05 t-operador pic x(20).

       FD  LLAMADAS.
       01  linea-llamada.
           05 ll-fecha pic 9(08).
           05 filler pic x(01).
           05 ll-hora pic 9(08).
           05 filler pic x(01).
           05 ll-usuario pic x(30).
           05 filler pic x(01).
           05 ll-duracion pic 9(04).
           05 filler pic x(01).
           05 ll-resultado pic x(10).

       FD  SESION.
       01  linea-sesion pic x(20).

       FD  PRINTFILE.
       01  linea-print pic x(100).

       FD  FALLECIDOS.
       COPY "fallecido.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 fallecidos-status pic x(2).
       01 es-fallecido pic x(1).
       01 discado-status pic x(2).
       01 status-contactos pic x(2).
       01 cobranzas-status pic x(2).
       01 status-cuentas pic x(2).
       01 tareas-status pic x(2).
       01 llamadas-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-LISTA pic x(1).
       01 opcion-discado pic x(1).
       01 respuesta pic x(1).
       01 alguno pic x(1).
       01 hoy pic 9(08).
       01 ahora-hora pic 9(08).
       01 hora-actual pic 9(04).
       01 resultado-habil pic x(1).
       01 operador-actual pic x(20).
       01 fecha-pedida pic 9(08).
       01 dias-umbral pic 9(04).
       01 antiguedad-dias pic s9(07).
       01 fec-valida pic x(1).
       01 fecha-nula pic 9(08) value 0.
       01 cand-usuario pic x(30).
       01 cand-puntaje pic 9(05).
       01 cand-origen pic x(01).
       01 cand-detalle pic x(40).
       01 cand-operador pic x(20).
       01 cant-cand pic 9(04) value 0.
       01 cand-desbordados pic x(1) value "N".
       01 indice-cand pic 9(04).
       01 pos-cand pic 9(04).
       01 mejor-cand pic 9(04).
       01 tabla-candidatos.
           05 candidato OCCURS 1000 TIMES.
              10 cd-usuario pic x(30).
              10 cd-puntaje pic 9(05).
              10 cd-mayor pic 9(05).
              10 cd-origen pic x(01).
              10 cd-detalle pic x(40).
              10 cd-operador pic x(20).
              10 cd-usado pic x(01).
       01 cant-vistos pic 9(04) value 0.
       01 indice-visto pic 9(04).
       01 encontrado-visto pic x(1).
       01 tabla-vistos.
           05 visto-reg OCCURS 1000 TIMES.
              10 visto-usuario pic x(30).
              10 visto-fecha pic 9(08).
       01 orden-actual pic 9(04).
       01 cant-grabados pic 9(05).
       01 cant-sin-consent pic 9(05).
       01 cant-sin-duenio pic 9(05).
       01 cant-llamados pic 9(05).
       01 cant-pendientes pic 9(05).
       01 cant-fuera pic 9(05).
       01 operador-corte pic x(20).
       01 cant-operador pic 9(05).
       01 ventana-ok pic x(1).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           ACCEPT hoy FROM DATE YYYYMMDD

           MOVE SPACES TO operador-actual
           OPEN  input SESION
           IF sesion-status = "00" then
              READ SESION
              AT END
                 CONTINUE
              NOT AT END
                 move linea-sesion to operador-actual
              END-READ
              CLOSE SESION
           END-IF
           IF operador-actual = SPACES then
              ACCEPT operador-actual FROM ENVIRONMENT "USER"
           END-IF

           DISPLAY "Lista diaria de llamadas"
           DISPLAY "G- Generar la lista de llamadas del dia"
           DISPLAY "T- Trabajar mi lista de llamadas"
           DISPLAY "P- Reporte de llamadas pendientes"
           ACCEPT opcion-discado
           INSPECT opcion-discado CONVERTING "gtp" TO "GTP"

           IF opcion-discado = "G" then
              PERFORM GENERAR-LISTA
           ELSE
           IF opcion-discado = "T" then
              PERFORM TRABAJAR-LISTA
           ELSE
           IF opcion-discado = "P" then
              PERFORM REPORTE-PENDIENTES
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       GENERAR-LISTA.
           CALL 'habiles' USING "H" hoy fecha-nula resultado-habil
           IF resultado-habil NOT = "S" then
              DISPLAY "Hoy no es dia habil, no se arma lista de "
                 "llamadas."
              move "A" to ret-estado
              move "dia no habil" to ret-motivo
           ELSE
              OPEN  i-o DISCADO
              IF discado-status = "35" then
                 OPEN  output DISCADO
                 CLOSE DISCADO
                 OPEN  i-o DISCADO
              END-IF
              move hoy to dc-fecha
              MOVE LOW-VALUES TO dc-operador
              move 0 to dc-orden
              move "N" to alguno
              START DISCADO KEY IS >= dc-clave
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ DISCADO NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF dc-fecha = hoy then
                          move "S" to alguno
                       END-IF
                    END-READ
              END-START
              IF alguno = "S" then
                 DISPLAY "La lista de hoy ya fue generada."
                 move "A" to ret-estado
                 move "lista del dia ya generada" to ret-motivo
              ELSE
                 DISPLAY "Dias sin interaccion para considerar "
                    "frio (0 = 30)"
                 move 0 to dias-umbral
                 ACCEPT dias-umbral
                 IF dias-umbral = 0 then
                    move 30 to dias-umbral
                 END-IF
                 move 0 to cant-cand
                 move "N" to cand-desbordados
                 OPEN  input CONTACTOS
                 IF status-contactos NOT = "00" then
                    DISPLAY "No se pudo abrir la agenda de contactos."
                 ELSE
                    OPEN  input FALLECIDOS
                    PERFORM CANDIDATOS-COBRANZA
                    PERFORM CANDIDATOS-TAREAS
                    PERFORM CANDIDATOS-FRIOS
                    PERFORM GRABAR-LISTA
                    CLOSE CONTACTOS
                    IF fallecidos-status = "00" then
                       CLOSE FALLECIDOS
                    END-IF
                 END-IF
              END-IF
              CLOSE DISCADO
           END-IF.

       CANDIDATOS-COBRANZA.
           OPEN  input COBRANZAS
           IF cobranzas-status = "00" then
              OPEN  input CUENTAS
              IF status-cuentas = "00" then
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ COBRANZAS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    move cb-cta to cta-id
                    READ CUENTAS KEY IS cta-id
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF cta-titular NOT = SPACES then
                          move cta-titular to cand-usuario
                          compute cand-puntaje = 300 + cb-etapa * 100
                          move "C" to cand-origen
                          MOVE SPACES TO cand-detalle
                          STRING "Cobranza etapa " DELIMITED BY SIZE
                             cb-etapa DELIMITED BY SIZE
                             " cuenta " DELIMITED BY SIZE
                             cb-cta DELIMITED BY SIZE
                             INTO cand-detalle
                          MOVE SPACES TO cand-operador
                          PERFORM AGREGAR-CANDIDATO
                       END-IF
                    END-READ
                 END-READ
                 END-PERFORM
                 CLOSE CUENTAS
              END-IF
              CLOSE COBRANZAS
           END-IF
           move "N" to FIN-ARCHIVO.

       CANDIDATOS-TAREAS.
           OPEN  input TAREAS
           IF tareas-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ TAREAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF t-estado = "P" AND t-vence < hoy then
                    CALL 'fechas' USING "E" hoy t-vence
                       antiguedad-dias fec-valida
                    IF antiguedad-dias > 99 then
                       move 99 to antiguedad-dias
                    END-IF
                    move t-usuario to cand-usuario
                    IF t-prioridad = "A" then
                       compute cand-puntaje = 350 + antiguedad-dias
                    ELSE
                    IF t-prioridad = "B" then
                       compute cand-puntaje = 250 + antiguedad-dias
                    ELSE
                       compute cand-puntaje = 300 + antiguedad-dias
                    END-IF
                    END-IF
                    move "T" to cand-origen
                    MOVE SPACES TO cand-detalle
                    move t-texto to cand-detalle
                    move t-operador to cand-operador
                    PERFORM AGREGAR-CANDIDATO
                 END-IF
              END-READ
              END-PERFORM
              CLOSE TAREAS
           END-IF
           move "N" to FIN-ARCHIVO.

       CANDIDATOS-FRIOS.
           move 0 to cant-vistos
           OPEN  input LLAMADAS
           IF llamadas-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ LLAMADAS
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move "N" to encontrado-visto
                 PERFORM VARYING indice-visto FROM 1 BY 1
                    UNTIL indice-visto > cant-vistos
                    OR encontrado-visto = "S"
                    IF visto-usuario(indice-visto) = ll-usuario then
                       IF ll-fecha > visto-fecha(indice-visto) then
                          move ll-fecha to visto-fecha(indice-visto)
                       END-IF
                       move "S" to encontrado-visto
                    END-IF
                 END-PERFORM
                 IF encontrado-visto = "N" AND cant-vistos < 1000
                    then
                    add 1 to cant-vistos
                    move ll-usuario to visto-usuario(cant-vistos)
                    move ll-fecha to visto-fecha(cant-vistos)
                 END-IF
              END-READ
              END-PERFORM
              CLOSE LLAMADAS
           END-IF

           move "N" to FIN-ARCHIVO
           MOVE LOW-VALUES TO usuario
           START CONTACTOS KEY IS >= usuario
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ CONTACTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF usuario NOT = "##VERSION##" AND activo = "S" then
                 move "N" to encontrado-visto
                 move 0 to antiguedad-dias
                 PERFORM VARYING indice-visto FROM 1 BY 1
                    UNTIL indice-visto > cant-vistos
                    OR encontrado-visto = "S"
                    IF visto-usuario(indice-visto) = usuario then
                       move "S" to encontrado-visto
                       move visto-fecha(indice-visto) to fecha-pedida
                       CALL 'fechas' USING "E" hoy
                          visto-fecha(indice-visto)
                          antiguedad-dias fec-valida
                    END-IF
                 END-PERFORM
                 IF encontrado-visto = "N" OR
                    antiguedad-dias > dias-umbral then
                    move usuario to cand-usuario
                    move "F" to cand-origen
                    MOVE SPACES TO cand-detalle
                    IF encontrado-visto = "N" then
                       move 100 to cand-puntaje
                       move "Sin llamadas registradas"
                          to cand-detalle
                    ELSE
                       compute antiguedad-dias =
                          antiguedad-dias - dias-umbral
                       IF antiguedad-dias > 99 then
                          move 99 to antiguedad-dias
                       END-IF
                       compute cand-puntaje = 100 + antiguedad-dias
                       STRING "Sin interaccion desde "
                          DELIMITED BY SIZE
                          fecha-pedida DELIMITED BY SIZE
                          INTO cand-detalle
                    END-IF
                    MOVE SPACES TO cand-operador
                    PERFORM AGREGAR-CANDIDATO
                 END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO.

       AGREGAR-CANDIDATO.
           move 0 to pos-cand
           PERFORM VARYING indice-cand FROM 1 BY 1
              UNTIL indice-cand > cant-cand OR pos-cand NOT = 0
              IF cd-usuario(indice-cand) = cand-usuario then
                 move indice-cand to pos-cand
              END-IF
           END-PERFORM
           IF pos-cand NOT = 0 then
              add cand-puntaje to cd-puntaje(pos-cand)
              IF cand-puntaje > cd-mayor(pos-cand) then
                 move cand-puntaje to cd-mayor(pos-cand)
                 move cand-origen to cd-origen(pos-cand)
                 move cand-detalle to cd-detalle(pos-cand)
              END-IF
              IF cd-operador(pos-cand) = SPACES then
                 move cand-operador to cd-operador(pos-cand)
              END-IF
           ELSE
              IF cant-cand < 1000 then
                 add 1 to cant-cand
                 move cand-usuario to cd-usuario(cant-cand)
                 move cand-puntaje to cd-puntaje(cant-cand)
                 move cand-puntaje to cd-mayor(cant-cand)
                 move cand-origen to cd-origen(cant-cand)
                 move cand-detalle to cd-detalle(cant-cand)
                 move cand-operador to cd-operador(cant-cand)
                 move "N" to cd-usado(cant-cand)
              ELSE
                 move "S" to cand-desbordados
              END-IF
           END-IF.

       GRABAR-LISTA.
           move 0 to orden-actual
           move 0 to cant-grabados
           move 0 to cant-sin-consent
           move 0 to cant-sin-duenio
           move 1 to mejor-cand
           PERFORM UNTIL mejor-cand = 0
              move 0 to mejor-cand
              PERFORM VARYING indice-cand FROM 1 BY 1
                 UNTIL indice-cand > cant-cand
                 IF cd-usado(indice-cand) = "N" then
                    IF mejor-cand = 0 then
                       move indice-cand to mejor-cand
                    ELSE
                       IF cd-puntaje(indice-cand) >
                          cd-puntaje(mejor-cand) then
                          move indice-cand to mejor-cand
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF mejor-cand NOT = 0 then
                 move "S" to cd-usado(mejor-cand)
                 PERFORM GRABAR-CANDIDATO
              END-IF
           END-PERFORM

           DISPLAY cant-grabados " llamada(s) en la lista de hoy."
           IF cant-sin-consent > 0 then
              DISPLAY cant-sin-consent " contacto(s) excluidos por "
                 "no aceptar llamadas."
           END-IF
           IF cant-sin-duenio > 0 then
              DISPLAY cant-sin-duenio " contacto(s) sin duenio de "
                 "cartera, no se asignaron."
              move "A" to ret-estado
              move "contactos sin duenio de cartera" to ret-motivo
           END-IF
           IF cand-desbordados = "S" then
              DISPLAY "AVISO: mas de 1000 candidatos, la lista es "
                 "PARCIAL."
              move "A" to ret-estado
              move "lista de llamadas parcial" to ret-motivo
           END-IF
           move "DISC-GEN" to aud-accion
           move operador-actual to aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario.

       GRABAR-CANDIDATO.
           move cd-usuario(mejor-cand) to usuario
           READ CONTACTOS KEY IS usuario
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              PERFORM VERIFICAR-FALLECIDO
              IF activo NOT = "N" AND num NOT = 0 AND
                 es-fallecido = "N" then
                 IF cons-tel = "N" then
                    add 1 to cant-sin-consent
                 ELSE
                    MOVE SPACES TO reg-discado
                    move duenio to dc-operador
                    IF dc-operador = SPACES then
                       move cd-operador(mejor-cand) to dc-operador
                    END-IF
                    IF dc-operador = SPACES then
                       add 1 to cant-sin-duenio
                    ELSE
                       add 1 to orden-actual
                       move hoy to dc-fecha
                       move orden-actual to dc-orden
                       move usuario to dc-usuario
                       move cd-origen(mejor-cand) to dc-origen
                       move cd-puntaje(mejor-cand) to dc-puntaje
                       move cd-detalle(mejor-cand) to dc-detalle
                       move 0 to dc-desde
                       move 0 to dc-hasta
                       IF llam-desde IS NUMERIC then
                          move llam-desde to dc-desde
                       END-IF
                       IF llam-hasta IS NUMERIC then
                          move llam-hasta to dc-hasta
                       END-IF
                       move "P" to dc-estado
                       move 0 to dc-hora
                       WRITE reg-discado
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             add 1 to cant-grabados
                       END-WRITE
                    END-IF
                 END-IF
              END-IF
           END-READ.

       TRABAJAR-LISTA.
           OPEN  i-o DISCADO
           IF discado-status NOT = "00" then
              DISPLAY "Todavia no se genero ninguna lista de "
                 "llamadas."
           ELSE
              move 0 to cant-llamados
              move 0 to cant-fuera
              move "N" to alguno
              move "N" to FIN-LISTA
              move hoy to dc-fecha
              move operador-actual to dc-operador
              move 0 to dc-orden
              START DISCADO KEY IS >= dc-clave
                 INVALID KEY
                    MOVE "S" TO FIN-LISTA
              END-START
              PERFORM UNTIL FIN-LISTA = "S"
              READ DISCADO NEXT RECORD
              AT END
                 MOVE "S" TO FIN-LISTA
              NOT AT END
                 IF dc-fecha NOT = hoy OR
                    dc-operador NOT = operador-actual then
                    MOVE "S" TO FIN-LISTA
                 ELSE
                 IF dc-estado = "P" then
                    move "S" to alguno
                    PERFORM OFRECER-LLAMADA
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE DISCADO
              IF alguno = "N" then
                 DISPLAY "No tiene llamadas pendientes hoy."
              ELSE
                 DISPLAY cant-llamados " llamada(s) realizadas, "
                    cant-fuera " postergadas por horario."
              END-IF
           END-IF.

       OFRECER-LLAMADA.
           ACCEPT ahora-hora FROM TIME
           move ahora-hora(1:4) to hora-actual
           move "S" to ventana-ok
           IF (dc-desde NOT = 0 AND hora-actual < dc-desde) OR
              (dc-hasta NOT = 0 AND hora-actual > dc-hasta) then
              move "N" to ventana-ok
           END-IF
           DISPLAY "------------------------------------------"
           DISPLAY dc-orden " " dc-usuario " [" dc-origen "] "
              dc-puntaje
           DISPLAY "   " dc-detalle
           IF ventana-ok = "N" then
              add 1 to cant-fuera
              DISPLAY "   Fuera del horario preferido (" dc-desde
                 " a " dc-hasta "), queda para mas tarde."
           ELSE
              move dc-usuario to usuario
              OPEN  input CONTACTOS
              IF status-contactos = "00" then
                 READ CONTACTOS KEY IS usuario
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY "   " nom " " ap " tel " num
                 END-READ
                 CLOSE CONTACTOS
              END-IF
              DISPLAY "L- Llamar ahora  S- Saltear  F- Terminar"
              MOVE SPACES TO respuesta
              ACCEPT respuesta
              INSPECT respuesta CONVERTING "lsf" TO "LSF"
              IF respuesta = "F" then
                 MOVE "S" TO FIN-LISTA
              ELSE
              IF respuesta = "L" then
                 CALL 'llamada' USING dc-usuario reg-retorno
                 move "O" to ret-estado
                 move SPACES to ret-motivo
                 PERFORM BUSCAR-RESULTADO
                 move "L" to dc-estado
                 ACCEPT dc-hora FROM TIME
                 REWRITE reg-discado
                 add 1 to cant-llamados
              END-IF
              END-IF
           END-IF.

       BUSCAR-RESULTADO.
           MOVE SPACES TO dc-resultado
           OPEN  input LLAMADAS
           IF llamadas-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ LLAMADAS
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF ll-usuario = dc-usuario AND ll-fecha = hoy then
                    move ll-resultado to dc-resultado
                 END-IF
              END-READ
              END-PERFORM
              CLOSE LLAMADAS
           END-IF
           move "N" to FIN-ARCHIVO.

       REPORTE-PENDIENTES.
           OPEN  input DISCADO
           IF discado-status NOT = "00" then
              DISPLAY "Todavia no se genero ninguna lista de "
                 "llamadas."
           ELSE
              DISPLAY "Fecha de la lista (AAAAMMDD, 0 = hoy)"
              move 0 to fecha-pedida
              ACCEPT fecha-pedida
              IF fecha-pedida = 0 then
                 move hoy to fecha-pedida
              END-IF
              OPEN  output PRINTFILE
              MOVE SPACES TO linea-print
              STRING "LLAMADAS PENDIENTES DE LA LISTA DEL "
                 DELIMITED BY SIZE
                 fecha-pedida DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
              MOVE SPACES TO linea-print
              STRING "OPERADOR             ORDEN USUARIO"
                 DELIMITED BY SIZE
                 "                         O PUNTAJE DETALLE"
                 DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
              MOVE ALL "-" TO linea-print
              write linea-print
              move 0 to cant-pendientes
              move 0 to cant-llamados
              move 0 to cant-operador
              MOVE SPACES TO operador-corte
              move "N" to FIN-LISTA
              move fecha-pedida to dc-fecha
              MOVE LOW-VALUES TO dc-operador
              move 0 to dc-orden
              START DISCADO KEY IS >= dc-clave
                 INVALID KEY
                    MOVE "S" TO FIN-LISTA
              END-START
              PERFORM UNTIL FIN-LISTA = "S"
              READ DISCADO NEXT RECORD
              AT END
                 MOVE "S" TO FIN-LISTA
              NOT AT END
                 IF dc-fecha NOT = fecha-pedida then
                    MOVE "S" TO FIN-LISTA
                 ELSE
                 IF dc-estado = "P" then
                    IF dc-operador NOT = operador-corte then
                       PERFORM CORTE-OPERADOR
                       move dc-operador to operador-corte
                    END-IF
                    add 1 to cant-operador
                    add 1 to cant-pendientes
                    MOVE SPACES TO linea-print
                    STRING dc-operador DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       dc-orden DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       dc-usuario DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       dc-origen DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       dc-puntaje DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       dc-detalle DELIMITED BY SIZE
                       INTO linea-print
                    write linea-print
                 ELSE
                    add 1 to cant-llamados
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              PERFORM CORTE-OPERADOR
              MOVE ALL "-" TO linea-print
              write linea-print
              MOVE SPACES TO linea-print
              STRING "LLAMADAS REALIZADAS: " DELIMITED BY SIZE
                 cant-llamados DELIMITED BY SIZE
                 "   SIN LLAMAR: " DELIMITED BY SIZE
                 cant-pendientes DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
              CLOSE PRINTFILE
              CLOSE DISCADO
              DISPLAY cant-pendientes " llamada(s) sin realizar, "
                 cant-llamados " realizada(s)."
              DISPLAY "Reporte en discado_pendientes.txt"
              move "DISCADO" to spool-reporte
              move "discado_pendientes.txt" to spool-archivo
              CALL 'espool' USING spool-reporte spool-archivo
              IF cant-pendientes > 0 then
                 move "A" to ret-estado
                 move "llamadas sin realizar" to ret-motivo
              END-IF
           END-IF.

       CORTE-OPERADOR.
           IF operador-corte NOT = SPACES then
              MOVE SPACES TO linea-print
              STRING "   subtotal " DELIMITED BY SIZE
                 operador-corte DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 cant-operador DELIMITED BY SIZE
                 " sin llamar" DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-IF
           move 0 to cant-operador.

       VERIFICAR-FALLECIDO.
           move "N" to es-fallecido
           IF fallecidos-status = "00" then
              move usuario to fa-usuario
              READ FALLECIDOS KEY IS fa-usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "S" to es-fallecido
              END-READ
           END-IF.
