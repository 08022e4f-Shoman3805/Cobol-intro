       IDENTIFICATION DIVISION.
       PROGRAM-ID. arbol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMERGENCIAS ASSIGN TO "emergencias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS em-id
           FILE STATUS IS emergencias-status.

           SELECT ARBOL ASSIGN TO "arbol_llamadas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS at-clave
           FILE STATUS IS arbol-status.

           SELECT GUARDIAS ASSIGN TO "guardias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS gu-desde
           FILE STATUS IS guardias-status.

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT RELACIONES ASSIGN TO "relaciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS r-clave
           FILE STATUS IS relaciones-status.

           SELECT AUSENCIAS ASSIGN TO "ausencias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS au-clave
           FILE STATUS IS AUS-STATUS.

           SELECT PARAMETROS ASSIGN TO "parametros.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pa-clave
           FILE STATUS IS PAR-STATUS.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

           SELECT PRINTFILE ASSIGN TO "arbol.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  EMERGENCIAS.
       COPY "emergencia.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ARBOL.
       COPY "arbol.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  GUARDIAS.
       01  reg-guardia.
           05 gu-desde pic 9(08).
           05 gu-hasta pic 9(08).
           05 gu-usuario pic x(30).

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  RELACIONES.
       01  reg-relacion.
           05 r-clave.
              10 r-usuario1 pic x(30).
              10 r-usuario2 pic x(30).
           05 r-tipo pic x(10).

       FD  AUSENCIAS.
       COPY "ausencia.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PARAMETROS.
       COPY "parametro.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 emergencias-status pic x(2).
       01 arbol-status pic x(2).
       01 guardias-status pic x(2).
       01 status-contactos pic x(2).
       01 relaciones-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 ahora pic 9(08).
       01 opcion-arbol pic x(1).
       01 operador-arbol pic x(20).
       01 usuario-guardia pic x(30).
       01 descripcion-inc pic x(40).
       01 incidente-sel pic 9(08).
       01 hallado pic x(1).
       01 ramas pic 9(02).
       01 espera pic 9(04).
       01 cant-nodos pic 9(03).
       01 indice-nd pic 9(03).
       01 indice-aux pic 9(03).
       01 indice-llamador pic 9(03).
       01 usuario-cand pic x(30).
       01 usuario-buscar-rel pic x(30).
       01 inc-cerrado pic x(1).
       01 cand-ok pic x(1).
       01 llamador-actual pic x(30).
       01 nivel-actual pic 9(02).
       01 tabla-nodos.
           05 nodo OCCURS 500 TIMES.
              10 nd-usuario pic x(30).
              10 nd-origen pic x(01).
              10 nd-nivel pic 9(02).
              10 nd-llamador pic x(30).
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 usuario-res pic x(30).
       01 resultado-res pic x(1).
       01 fec-dias pic s9(7).
       01 fec-valida pic x(1).
       01 fecha-aux pic 9(08).
       01 minutos-espera pic s9(7).
       01 minutos-ahora pic 9(04).
       01 minutos-asig pic 9(04).
       01 hh pic 9(02).
       01 mm pic 9(02).
       01 cant-esc pic 9(03).
       01 indice-esc pic 9(03).
       01 tabla-escalados.
           05 escalado OCCURS 200 TIMES.
              10 es-de pic x(30).
              10 es-a pic x(30).
       01 cant-pendientes pic 9(04).
       01 cant-localizados pic 9(04).
       01 cant-no-localizados pic 9(04).
       01 cant-reasignados pic 9(04).
       01 linea-instruccion.
           05 filler pic x(04) value SPACES.
           05 li-usuario pic x(30).
           05 filler pic x(01) value SPACES.
           05 li-num pic 9(10).
           05 filler pic x(01) value SPACES.
           05 li-num2 pic 9(10).
           05 filler pic x(02) value SPACES.
           05 li-desde pic 9(04).
           05 filler pic x(01) value "-".
           05 li-hasta pic 9(04).
           05 filler pic x(01) value SPACES.
           05 li-origen pic x(10).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       COPY "ausvig.cpy".
       COPY "param.cpy".

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           ACCEPT hoy FROM DATE YYYYMMDD

           MOVE SPACES TO operador-arbol
           OPEN  input SESION
           IF sesion-status = "00" then
              READ SESION
              AT END
                 CONTINUE
              NOT AT END
                 move linea-sesion to operador-arbol
              END-READ
              CLOSE SESION
           END-IF
           IF operador-arbol = SPACES then
              ACCEPT operador-arbol FROM ENVIRONMENT "USER"
           END-IF

           DISPLAY "Arbol de llamadas de emergencia"
           DISPLAY "A- Activar un incidente y armar el arbol"
           DISPLAY "R- Registrar el resultado de una llamada"
           DISPLAY "E- Estado en vivo (quien no confirmo)"
           DISPLAY "I- Reimprimir las instrucciones de llamada"
           DISPLAY "C- Cerrar un incidente"
           ACCEPT opcion-arbol
           INSPECT opcion-arbol CONVERTING "areic" TO "AREIC"

           IF opcion-arbol = "A" then
              PERFORM ACTIVAR-INCIDENTE
           ELSE
           IF opcion-arbol = "R" then
              PERFORM ELEGIR-INCIDENTE
              IF hallado = "S" then
                 PERFORM REGISTRAR-RESULTADO
              END-IF
           ELSE
           IF opcion-arbol = "E" then
              PERFORM ELEGIR-INCIDENTE
              IF hallado = "S" then
                 IF inc-cerrado = "N" then
                    PERFORM ESCALAR-DEMORADOS
                 END-IF
                 PERFORM MOSTRAR-ESTADO
              END-IF
           ELSE
           IF opcion-arbol = "I" then
              PERFORM ELEGIR-INCIDENTE
              IF hallado = "S" then
                 PERFORM IMPRIMIR-INSTRUCCIONES
              END-IF
           ELSE
           IF opcion-arbol = "C" then
              PERFORM ELEGIR-INCIDENTE
              IF hallado = "S" then
                 PERFORM CERRAR-INCIDENTE
              END-IF
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       ACTIVAR-INCIDENTE.
           move "N" to hallado
           OPEN  input GUARDIAS
           IF guardias-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ GUARDIAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF gu-desde <= hoy AND gu-hasta >= hoy then
                    move "S" to hallado
                    move gu-usuario to usuario-guardia
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE GUARDIAS
           END-IF
           IF hallado = "N" then
              DISPLAY "No hay nadie de guardia hoy, no se puede "
                 "armar el arbol. Asigne la guardia primero."
           ELSE
              DISPLAY "De guardia hoy: " usuario-guardia
              move usuario-guardia to AUS-OPERADOR
              move hoy to AUS-DESDE
              move hoy to AUS-HASTA
              PERFORM BUSCAR-AUSENCIA
              IF AUS-AUSENTE = "S" then
                 DISPLAY "ALERTA: esta ausente hasta el " AUS-FINAL
                    ", cubre " AUS-DELEGADO
              END-IF
              DISPLAY "Descripcion del incidente"
              MOVE SPACES TO descripcion-inc
              ACCEPT descripcion-inc
              PERFORM LEER-CONFIGURACION
              PERFORM ARMAR-NODOS
              PERFORM GRABAR-INCIDENTE
           END-IF.

       LEER-CONFIGURACION.
           move hoy to PAR-FECHA
           move "ARB-RAMAS" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR > 0 AND PAR-VALOR < 100
              then
              move PAR-VALOR to ramas
           ELSE
              move 3 to ramas
           END-IF
           move "ARB-ESPERA" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR > 0 AND
              PAR-VALOR < 10000 then
              move PAR-VALOR to espera
           ELSE
              move 30 to espera
           END-IF.

       ARMAR-NODOS.
           move 1 to cant-nodos
           move usuario-guardia to nd-usuario(1)
           move "G" to nd-origen(1)
           move 1 to nd-nivel(1)
           MOVE SPACES TO nd-llamador(1)
           OPEN  input CONTACTOS
           IF status-contactos = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CONTACTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF usuario NOT = "##VERSION##" AND activo NOT = "N"
                    AND categoria = "emergencia" AND
                    usuario NOT = usuario-guardia AND
                    cant-nodos < 500 then
                    add 1 to cant-nodos
                    move usuario to nd-usuario(cant-nodos)
                    move "E" to nd-origen(cant-nodos)
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              OPEN  input RELACIONES
              IF relaciones-status = "00" then
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ RELACIONES NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    move r-usuario1 to usuario-cand
                    move r-usuario2 to usuario-buscar-rel
                    PERFORM AGREGAR-RELACIONADO
                    move r-usuario2 to usuario-cand
                    move r-usuario1 to usuario-buscar-rel
                    PERFORM AGREGAR-RELACIONADO
                 END-READ
                 END-PERFORM
                 move "N" to FIN-ARCHIVO
                 CLOSE RELACIONES
              END-IF
              CLOSE CONTACTOS
           END-IF
           PERFORM VARYING indice-nd FROM 2 BY 1
              UNTIL indice-nd > cant-nodos
              compute indice-llamador = (indice-nd - 2) / ramas + 1
              move nd-usuario(indice-llamador) to nd-llamador(indice-nd)
              compute nd-nivel(indice-nd) =
                 nd-nivel(indice-llamador) + 1
           END-PERFORM.

       AGREGAR-RELACIONADO.
           move "N" to cand-ok
           PERFORM VARYING indice-aux FROM 1 BY 1
              UNTIL indice-aux > cant-nodos
              IF nd-usuario(indice-aux) = usuario-buscar-rel AND
                 nd-origen(indice-aux) NOT = "R" then
                 move "S" to cand-ok
              END-IF
           END-PERFORM
           IF cand-ok = "S" then
              PERFORM VARYING indice-aux FROM 1 BY 1
                 UNTIL indice-aux > cant-nodos
                 IF nd-usuario(indice-aux) = usuario-cand then
                    move "N" to cand-ok
                 END-IF
              END-PERFORM
           END-IF
           IF cand-ok = "S" then
              move usuario-cand to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 move "N" to cand-ok
              NOT INVALID KEY
                 IF activo = "N" then
                    move "N" to cand-ok
                 END-IF
              END-READ
           END-IF
           IF cand-ok = "S" AND cant-nodos < 500 then
              add 1 to cant-nodos
              move usuario-cand to nd-usuario(cant-nodos)
              move "R" to nd-origen(cant-nodos)
           END-IF.

       GRABAR-INCIDENTE.
           OPEN  i-o EMERGENCIAS
           IF emergencias-status = "35" then
              OPEN  output EMERGENCIAS
              CLOSE EMERGENCIAS
              OPEN  i-o EMERGENCIAS
           END-IF
           move 0 to minimo-contador
           move "N" to FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ EMERGENCIAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF em-id > minimo-contador then
                 move em-id to minimo-contador
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           move "EMERGENCIA" to nombre-contador
           CALL 'contador' USING nombre-contador
              minimo-contador valor-contador
           IF valor-contador = 0 then
              DISPLAY "No se pudo obtener un numero: la agenda esta "
                 "bloqueada, intente mas tarde."
              CLOSE EMERGENCIAS
           ELSE
              ACCEPT ahora FROM TIME
              MOVE SPACES TO reg-emergencia
              move valor-contador to em-id
              move hoy to em-fecha
              move ahora to em-hora
              move descripcion-inc to em-descripcion
              move usuario-guardia to em-guardia
              move "A" to em-estado
              move operador-arbol to em-operador
              move ramas to em-ramas
              move espera to em-espera
              move 0 to em-cierre
              WRITE reg-emergencia
              CLOSE EMERGENCIAS
              move em-id to incidente-sel

              OPEN  i-o ARBOL
              IF arbol-status = "35" then
                 OPEN  output ARBOL
                 CLOSE ARBOL
                 OPEN  i-o ARBOL
              END-IF
              OPEN  input CONTACTOS
              PERFORM VARYING indice-nd FROM 1 BY 1
                 UNTIL indice-nd > cant-nodos
                 PERFORM GRABAR-NODO
              END-PERFORM
              CLOSE CONTACTOS
              CLOSE ARBOL

              move "EMER-ACTIV" to aud-accion
              MOVE SPACES TO aud-usuario
              STRING "INCIDENTE " DELIMITED BY SIZE
                 em-id DELIMITED BY SIZE
                 INTO aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario

              DISPLAY "Incidente " incidente-sel " activado: "
                 cant-nodos " persona(s) en el arbol, " ramas
                 " por llamador, escalado a los " espera " minutos."
              PERFORM IMPRIMIR-INSTRUCCIONES
           END-IF.

       GRABAR-NODO.
           MOVE SPACES TO reg-arbol
           move incidente-sel to at-incidente
           move nd-usuario(indice-nd) to at-usuario
           move nd-llamador(indice-nd) to at-llamador
           move nd-nivel(indice-nd) to at-nivel
           move indice-nd to at-orden
           move nd-origen(indice-nd) to at-origen
           move 0 to at-num
           move 0 to at-num2
           move 0 to at-desde
           move 0 to at-hasta
           IF status-contactos = "00" then
              move nd-usuario(indice-nd) to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move num to at-num
                 move num2 to at-num2
                 IF llam-desde IS NUMERIC then
                    move llam-desde to at-desde
                 END-IF
                 IF llam-hasta IS NUMERIC then
                    move llam-hasta to at-hasta
                 END-IF
              END-READ
           END-IF
           move hoy to at-asig-fecha
           move ahora to at-asig-hora
           move "P" to at-estado
           move 0 to at-res-fecha
           move 0 to at-res-hora
           move "N" to at-escalado
           WRITE reg-arbol
              INVALID KEY
                 DISPLAY "No se pudo grabar " at-usuario
           END-WRITE.

       IMPRIMIR-INSTRUCCIONES.
           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "ARBOL DE LLAMADAS - INCIDENTE " DELIMITED BY SIZE
              incidente-sel DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           OPEN  input ARBOL
           IF arbol-status = "00" then
              MOVE SPACES TO linea-print
              STRING "Inicia el arbol: llamar a la guardia y luego "
                 DELIMITED BY SIZE
                 "cada llamador llama a los suyos." DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
              move incidente-sel to at-incidente
              MOVE SPACES TO at-usuario
              move "N" to FIN-ARCHIVO
              START ARBOL KEY IS >= at-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              move 0 to cant-nodos
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ARBOL NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF at-incidente NOT = incidente-sel then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                    IF cant-nodos < 500 then
                       add 1 to cant-nodos
                       move at-usuario to nd-usuario(cant-nodos)
                       move at-llamador to nd-llamador(cant-nodos)
                       move at-nivel to nd-nivel(cant-nodos)
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              MOVE SPACES TO llamador-actual
              move 0 to nivel-actual
              PERFORM INSTRUCCIONES-LLAMADOR
              PERFORM VARYING indice-llamador FROM 1 BY 1
                 UNTIL indice-llamador > cant-nodos
                 move nd-usuario(indice-llamador) to llamador-actual
                 move nd-nivel(indice-llamador) to nivel-actual
                 PERFORM INSTRUCCIONES-LLAMADOR
              END-PERFORM
              CLOSE ARBOL
           END-IF
           CLOSE PRINTFILE
           move "ARBOL" to spool-reporte
           move "arbol.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo
           DISPLAY "Instrucciones de llamada en arbol.txt".

       INSTRUCCIONES-LLAMADOR.
           move "N" to hallado
           PERFORM VARYING indice-nd FROM 1 BY 1
              UNTIL indice-nd > cant-nodos
              IF nd-llamador(indice-nd) = llamador-actual then
                 IF hallado = "N" then
                    move "S" to hallado
                    MOVE SPACES TO linea-print
                    write linea-print
                    MOVE SPACES TO linea-print
                    IF llamador-actual = SPACES then
                       move "GUARDIA - LA LLAMA QUIEN ACTIVA EL ARBOL"
                          to linea-print
                    ELSE
                       STRING "NIVEL " DELIMITED BY SIZE
                          nivel-actual DELIMITED BY SIZE
                          " - LLAMADOR: " DELIMITED BY SIZE
                          llamador-actual DELIMITED BY SIZE
                          INTO linea-print
                    END-IF
                    write linea-print
                    MOVE SPACES TO linea-print
                    STRING "    CONTACTO                       "
                       DELIMITED BY SIZE
                       "TELEFONO   TEL.2       HORARIO   ORIGEN"
                       DELIMITED BY SIZE
                       INTO linea-print
                    write linea-print
                 END-IF
                 move incidente-sel to at-incidente
                 move nd-usuario(indice-nd) to at-usuario
                 READ ARBOL KEY IS at-clave
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move at-usuario to li-usuario
                    move at-num to li-num
                    move at-num2 to li-num2
                    move at-desde to li-desde
                    move at-hasta to li-hasta
                    IF at-de-relacion then
                       move "relacion" to li-origen
                    ELSE
                    IF at-de-guardia then
                       move "guardia" to li-origen
                    ELSE
                       move "emergencia" to li-origen
                    END-IF
                    END-IF
                    move linea-instruccion to linea-print
                    write linea-print
                 END-READ
              END-IF
           END-PERFORM.

       ELEGIR-INCIDENTE.
           move "N" to hallado
           move "N" to inc-cerrado
           DISPLAY "Numero de incidente (0 = el activo mas reciente)"
           move 0 to incidente-sel
           ACCEPT incidente-sel
           OPEN  input EMERGENCIAS
           IF emergencias-status = "00" then
              IF incidente-sel = 0 then
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ EMERGENCIAS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF em-activa then
                       move em-id to incidente-sel
                    END-IF
                 END-READ
                 END-PERFORM
                 move "N" to FIN-ARCHIVO
              END-IF
              IF incidente-sel NOT = 0 then
                 move incidente-sel to em-id
                 READ EMERGENCIAS KEY IS em-id
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move "S" to hallado
                    move em-espera to espera
                    DISPLAY "Incidente " em-id " del " em-fecha ": "
                       em-descripcion
                    IF em-cerrada then
                       move "S" to inc-cerrado
                       DISPLAY "(cerrado el " em-cierre ")"
                    END-IF
                 END-READ
              END-IF
              CLOSE EMERGENCIAS
           END-IF
           IF hallado = "N" then
              DISPLAY "No se encontro el incidente."
           END-IF.

       REGISTRAR-RESULTADO.
           DISPLAY "Usuario llamado"
           MOVE SPACES TO usuario-res
           ACCEPT usuario-res
           OPEN  i-o ARBOL
           IF arbol-status NOT = "00" then
              DISPLAY "No hay arboles de llamadas."
           ELSE
              move incidente-sel to at-incidente
              move usuario-res to at-usuario
              READ ARBOL KEY IS at-clave
              INVALID KEY
                 DISPLAY "Esa persona no esta en el arbol del "
                    "incidente."
              NOT INVALID KEY
                 DISPLAY "Llamador: " at-llamador " nivel " at-nivel
                 DISPLAY "L- Localizado (confirmo)  N- No localizado"
                 ACCEPT resultado-res
                 INSPECT resultado-res CONVERTING "ln" TO "LN"
                 IF resultado-res NOT = "L" AND resultado-res NOT = "N"
                    then
                    DISPLAY "Resultado invalido, no se registro."
                 ELSE
                    DISPLAY "Comentario"
                    MOVE SPACES TO at-comentario
                    ACCEPT at-comentario
                    ACCEPT ahora FROM TIME
                    move resultado-res to at-estado
                    move hoy to at-res-fecha
                    move ahora to at-res-hora
                    move operador-arbol to at-operador
                    REWRITE reg-arbol
                    move "EMER-LLAM" to aud-accion
                    move at-usuario to aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                    DISPLAY "Resultado registrado."
                 END-IF
              END-READ
              CLOSE ARBOL
           END-IF.

       ESCALAR-DEMORADOS.
           move 0 to cant-esc
           ACCEPT ahora FROM TIME
           move ahora(1:2) to hh
           move ahora(3:2) to mm
           compute minutos-ahora = hh * 60 + mm
           OPEN  i-o ARBOL
           IF arbol-status = "00" then
              move incidente-sel to at-incidente
              MOVE SPACES TO at-usuario
              move "N" to FIN-ARCHIVO
              START ARBOL KEY IS >= at-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ARBOL NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF at-incidente NOT = incidente-sel then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                 IF at-pendiente AND NOT at-fue-escalado AND
                    at-llamador NOT = SPACES then
                    PERFORM CALCULAR-ESPERA
                    IF minutos-espera > espera AND cant-esc < 200
                       then
                       add 1 to cant-esc
                       move at-usuario to es-de(cant-esc)
                       move at-llamador to es-a(cant-esc)
                       move "S" to at-escalado
                       REWRITE reg-arbol
                    END-IF
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              IF cant-esc > 0 then
                 PERFORM REASIGNAR-LLAMADOS
              END-IF
              CLOSE ARBOL
           END-IF.

       CALCULAR-ESPERA.
           CALL 'fechas' USING "E" hoy at-asig-fecha fec-dias
              fec-valida
           move at-asig-hora(1:2) to hh
           move at-asig-hora(3:2) to mm
           compute minutos-asig = hh * 60 + mm
           compute minutos-espera = fec-dias * 1440 + minutos-ahora
              - minutos-asig.

       REASIGNAR-LLAMADOS.
           move 0 to cant-reasignados
           move incidente-sel to at-incidente
           MOVE SPACES TO at-usuario
           START ARBOL KEY IS >= at-clave
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ ARBOL NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF at-incidente NOT = incidente-sel then
                 MOVE "S" TO FIN-ARCHIVO
              ELSE
              IF at-pendiente then
                 PERFORM VARYING indice-esc FROM 1 BY 1
                    UNTIL indice-esc > cant-esc
                    IF at-llamador = es-de(indice-esc) then
                       move es-a(indice-esc) to at-llamador
                       move hoy to at-asig-fecha
                       move ahora to at-asig-hora
                       REWRITE reg-arbol
                       add 1 to cant-reasignados
                       move cant-esc to indice-esc
                    END-IF
                 END-PERFORM
              END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           PERFORM VARYING indice-esc FROM 1 BY 1
              UNTIL indice-esc > cant-esc
              DISPLAY "ESCALADO: " es-de(indice-esc) " no confirmo; "
                 "sus llamados pasan a " es-a(indice-esc)
           END-PERFORM
           DISPLAY cant-reasignados " llamado(s) reasignados al nivel "
              "superior."
           move "EMER-ESCAL" to aud-accion
           MOVE SPACES TO aud-usuario
           STRING "INCIDENTE " DELIMITED BY SIZE
              incidente-sel DELIMITED BY SIZE
              INTO aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario.

       MOSTRAR-ESTADO.
           move 0 to cant-pendientes
           move 0 to cant-localizados
           move 0 to cant-no-localizados
           ACCEPT ahora FROM TIME
           move ahora(1:2) to hh
           move ahora(3:2) to mm
           compute minutos-ahora = hh * 60 + mm
           OPEN  input ARBOL
           IF arbol-status = "00" then
              DISPLAY "Sin confirmar:"
              DISPLAY "Nv Usuario                        Llama        "
                 "                  Telefono   Minutos"
              move incidente-sel to at-incidente
              MOVE SPACES TO at-usuario
              move "N" to FIN-ARCHIVO
              START ARBOL KEY IS >= at-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ARBOL NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF at-incidente NOT = incidente-sel then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                 IF at-localizado then
                    add 1 to cant-localizados
                 ELSE
                    IF at-no-localizado then
                       add 1 to cant-no-localizados
                    ELSE
                       add 1 to cant-pendientes
                    END-IF
                    PERFORM CALCULAR-ESPERA
                    IF at-fue-escalado then
                       DISPLAY at-nivel " " at-usuario " " at-llamador
                          " " at-num " " minutos-espera " " at-estado
                          " ESCALADO"
                    ELSE
                       DISPLAY at-nivel " " at-usuario " " at-llamador
                          " " at-num " " minutos-espera " " at-estado
                    END-IF
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE ARBOL
              DISPLAY "Localizados: " cant-localizados
                 "  No localizados: " cant-no-localizados
                 "  Pendientes: " cant-pendientes
           END-IF.

       CERRAR-INCIDENTE.
           OPEN  i-o EMERGENCIAS
           move incidente-sel to em-id
           READ EMERGENCIAS KEY IS em-id
           INVALID KEY
              DISPLAY "No se encontro el incidente."
           NOT INVALID KEY
              IF em-cerrada then
                 DISPLAY "El incidente ya estaba cerrado."
              ELSE
                 move "C" to em-estado
                 move hoy to em-cierre
                 REWRITE reg-emergencia
                 move "EMER-CIERR" to aud-accion
                 MOVE SPACES TO aud-usuario
                 STRING "INCIDENTE " DELIMITED BY SIZE
                    em-id DELIMITED BY SIZE
                    INTO aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
                 DISPLAY "Incidente cerrado."
              END-IF
           END-READ
           CLOSE EMERGENCIAS.

       COPY "ausvigpr.cpy".
       COPY "parampr.cpy".
