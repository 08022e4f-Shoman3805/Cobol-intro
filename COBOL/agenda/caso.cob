       IDENTIFICATION DIVISION.
       PROGRAM-ID. caso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CASOS ASSIGN TO "casos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cs-id
           FILE STATUS IS casos-status.

           SELECT HISTCASOS ASSIGN TO "casos_historial.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ch-clave
           FILE STATUS IS histcasos-status.

           SELECT PLAZOS ASSIGN TO "casos_plazos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS plazos-status.

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  CASOS.
       COPY "caso.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  HISTCASOS.
       COPY "casohist.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PLAZOS.
       01  linea-plazo.
           05 pl-categoria pic x(12).
           05 filler pic x(01).
           05 pl-valor pic x(20).
           05 pl-numero REDEFINES pl-valor.
              10 pl-dias pic 9(06).

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 casos-status pic x(2).
       01 histcasos-status pic x(2).
       01 plazos-status pic x(2).
       01 status-contactos pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-caso pic x(1).
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 ahora-hora pic 9(08).
       01 alguno pic x(1).
       01 caso-pedido pic 9(06).
       01 caso-hallado pic x(1).
       01 usuario-caso pic x(30).
       01 usuario-valido pic x(1).
       01 categoria-caso pic x(10).
       01 canal-caso pic x(01).
       01 descripcion-caso pic x(60).
       01 operador-caso pic x(20).
       01 estado-nuevo pic x(01).
       01 estado-ant pic x(01).
       01 nota-cambio pic x(40).
       01 dias-plazo pic s9(7).
       01 plazo-defecto pic 9(06) value 10.
       01 fec-valida pic x(1).
       01 seq-mayor pic 9(03).
       01 descripcion-estado pic x(20).
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 id-mayor pic 9(06).
       01 cant-listados pic 9(05).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           ACCEPT hoy FROM DATE YYYYMMDD
           ACCEPT ahora-hora FROM TIME

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

           DISPLAY "Reclamos y casos"
           DISPLAY "A- Abrir un caso"
           DISPLAY "E- Cambiar el estado de un caso"
           DISPLAY "R- Reasignar un caso a otro operador"
           DISPLAY "V- Ver un caso y su historial"
           DISPLAY "L- Listar los casos pendientes de un operador"
           DISPLAY "P- Fijar el plazo de resolucion de una categoria"
           DISPLAY "I- Informe de antiguedad de casos abiertos"
           DISPLAY "M- Resumen mensual de tiempos de resolucion"
           ACCEPT opcion-caso
           INSPECT opcion-caso CONVERTING "aervlpim" TO "AERVLPIM"

           IF opcion-caso = "A" then
              PERFORM ABRIR-CASO
           ELSE
           IF opcion-caso = "E" then
              PERFORM CAMBIAR-ESTADO
           ELSE
           IF opcion-caso = "R" then
              PERFORM REASIGNAR-CASO
           ELSE
           IF opcion-caso = "V" then
              PERFORM VER-CASO
           ELSE
           IF opcion-caso = "L" then
              PERFORM LISTAR-PENDIENTES
           ELSE
           IF opcion-caso = "P" then
              PERFORM FIJAR-PLAZO
           ELSE
           IF opcion-caso = "I" then
              CALL 'casosabi' USING parm-modo parm-depto reg-retorno
           ELSE
           IF opcion-caso = "M" then
              CALL 'casosmes' USING parm-modo parm-depto reg-retorno
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       VALIDAR-CONTACTO.
           move "N" to usuario-valido
           OPEN  input CONTACTOS
           IF status-contactos = "00" then
              move usuario-caso to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF usuario NOT = "##VERSION##" then
                    move "S" to usuario-valido
                    DISPLAY "Contacto: " nom " " ap
                 END-IF
              END-READ
              CLOSE CONTACTOS
           END-IF
           IF usuario-valido NOT = "S" then
              DISPLAY "Ese usuario no existe en la agenda."
           END-IF.

       LEER-PLAZO.
           move plazo-defecto to dias-plazo
           OPEN  input PLAZOS
           IF plazos-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PLAZOS
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF pl-categoria = categoria-caso AND
                    pl-dias IS NUMERIC then
                    move pl-dias to dias-plazo
                 END-IF
              END-READ
              END-PERFORM
              CLOSE PLAZOS
           END-IF
           move "N" to FIN-ARCHIVO.

       ABRIR-CASO.
           DISPLAY "Usuario del contacto que reclama"
           MOVE SPACES TO usuario-caso
           ACCEPT usuario-caso
           PERFORM VALIDAR-CONTACTO
           IF usuario-valido = "S" then
              DISPLAY "Categoria del reclamo"
              MOVE SPACES TO categoria-caso
              ACCEPT categoria-caso
              INSPECT categoria-caso CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              DISPLAY "Canal: T-Telefono  R-Recepcion"
              MOVE SPACES TO canal-caso
              ACCEPT canal-caso
              INSPECT canal-caso CONVERTING "tr" TO "TR"
              DISPLAY "Descripcion"
              MOVE SPACES TO descripcion-caso
              ACCEPT descripcion-caso
              DISPLAY "Operador asignado (blanco = " operador-actual
                 ")"
              MOVE SPACES TO operador-caso
              ACCEPT operador-caso
              IF operador-caso = SPACES then
                 move operador-actual to operador-caso
              END-IF
              IF categoria-caso = SPACES then
                 DISPLAY "La categoria es obligatoria."
              ELSE
              IF canal-caso NOT = "T" AND canal-caso NOT = "R" then
                 DISPLAY "Canal invalido."
              ELSE
                 PERFORM GRABAR-CASO
              END-IF
              END-IF
           END-IF.

       GRABAR-CASO.
           PERFORM LEER-PLAZO
           OPEN  i-o CASOS
           IF casos-status = "35" then
              OPEN  output CASOS
              CLOSE CASOS
              OPEN  i-o CASOS
           END-IF
           move 0 to id-mayor
           move "N" to FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ CASOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF cs-id > id-mayor then
                 move cs-id to id-mayor
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           move "CASO" to nombre-contador
           move id-mayor to minimo-contador
           CALL 'contador' USING nombre-contador
              minimo-contador valor-contador
           IF valor-contador = 0 then
              DISPLAY "No se pudo obtener un numero: la agenda esta "
                 "bloqueada, intente mas tarde."
           ELSE
              move valor-contador to cs-id
              move usuario-caso to cs-usuario
              move categoria-caso to cs-categoria
              move canal-caso to cs-canal
              move hoy to cs-apertura
              move operador-caso to cs-operador
              move "A" to cs-estado
              CALL 'fechas' USING "S" hoy cs-objetivo
                 dias-plazo fec-valida
              move 0 to cs-resuelto
              move 0 to cs-cierre
              move descripcion-caso to cs-descripcion
              WRITE reg-caso
                 INVALID KEY
                    DISPLAY "Ese numero de caso ya existe."
                 NOT INVALID KEY
                    DISPLAY "Caso " cs-id " abierto, resolver antes "
                       "del " cs-objetivo
                    move cs-id to caso-pedido
                    move SPACE to estado-ant
                    move "A" to estado-nuevo
                    move "Apertura del caso" to nota-cambio
                    PERFORM GRABAR-HISTORIA
           END-WRITE
           END-IF
           CLOSE CASOS.

       GRABAR-HISTORIA.
           OPEN  i-o HISTCASOS
           IF histcasos-status = "35" then
              OPEN  output HISTCASOS
              CLOSE HISTCASOS
              OPEN  i-o HISTCASOS
           END-IF
           move 0 to seq-mayor
           move caso-pedido to ch-caso
           move 0 to ch-seq
           move "N" to FIN-ARCHIVO
           START HISTCASOS KEY IS >= ch-clave
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ HISTCASOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF ch-caso NOT = caso-pedido then
                 MOVE "S" TO FIN-ARCHIVO
              ELSE
                 move ch-seq to seq-mayor
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           move caso-pedido to ch-caso
           compute ch-seq = seq-mayor + 1
           move hoy to ch-fecha
           move ahora-hora(1:4) to ch-hora
           move estado-ant to ch-estado-ant
           move estado-nuevo to ch-estado
           move operador-actual to ch-operador
           move cs-operador to ch-asignado
           move nota-cambio to ch-nota
           WRITE reg-caso-hist
              INVALID KEY
                 CONTINUE
           END-WRITE
           CLOSE HISTCASOS
           move "CASO-EST" to aud-accion
           MOVE SPACES TO aud-usuario
           STRING "caso " DELIMITED BY SIZE
              caso-pedido DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              estado-ant DELIMITED BY SIZE
              ">" DELIMITED BY SIZE
              estado-nuevo DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              cs-operador DELIMITED BY SIZE
              INTO aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario.

       LEER-CASO.
           move "N" to caso-hallado
           DISPLAY "Numero de caso"
           move 0 to caso-pedido
           ACCEPT caso-pedido
           move caso-pedido to cs-id
           READ CASOS KEY IS cs-id
           INVALID KEY
              DISPLAY "No existe ese caso."
           NOT INVALID KEY
              move "S" to caso-hallado
              move cs-estado to estado-nuevo
              PERFORM DESCRIBIR-ESTADO
              DISPLAY "Caso " cs-id " de " cs-usuario
              DISPLAY "   " cs-categoria " abierto " cs-apertura
                 " objetivo " cs-objetivo
              DISPLAY "   Asignado a " cs-operador " - "
                 descripcion-estado
              DISPLAY "   " cs-descripcion
           END-READ.

       DESCRIBIR-ESTADO.
           IF estado-nuevo = "A" then
              move "abierto" to descripcion-estado
           ELSE
           IF estado-nuevo = "P" then
              move "en proceso" to descripcion-estado
           ELSE
           IF estado-nuevo = "E" then
              move "espera al cliente" to descripcion-estado
           ELSE
           IF estado-nuevo = "R" then
              move "resuelto" to descripcion-estado
           ELSE
           IF estado-nuevo = "C" then
              move "cerrado" to descripcion-estado
           ELSE
              MOVE SPACES TO descripcion-estado
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CAMBIAR-ESTADO.
           OPEN  i-o CASOS
           IF casos-status NOT = "00" then
              DISPLAY "No hay casos registrados todavia."
           ELSE
              PERFORM LEER-CASO
              IF caso-hallado = "S" then
                 IF cs-estado = "C" then
                    DISPLAY "El caso esta cerrado."
                 ELSE
                    DISPLAY "Nuevo estado: A-Abierto  P-En proceso  "
                       "E-Espera al cliente  R-Resuelto  C-Cerrado"
                    MOVE SPACES TO estado-nuevo
                    ACCEPT estado-nuevo
                    INSPECT estado-nuevo CONVERTING "aperc" TO "APERC"
                    PERFORM DESCRIBIR-ESTADO
                    IF descripcion-estado = SPACES then
                       DISPLAY "Estado invalido."
                    ELSE
                    IF estado-nuevo = cs-estado then
                       DISPLAY "El caso ya esta en ese estado."
                    ELSE
                       DISPLAY "Nota del cambio"
                       MOVE SPACES TO nota-cambio
                       ACCEPT nota-cambio
                       move cs-estado to estado-ant
                       move estado-nuevo to cs-estado
                       IF estado-nuevo = "R" then
                          move hoy to cs-resuelto
                       END-IF
                       IF estado-nuevo = "C" then
                          move hoy to cs-cierre
                          IF cs-resuelto = 0 then
                             move hoy to cs-resuelto
                          END-IF
                       END-IF
                       IF estado-nuevo = "A" OR estado-nuevo = "P" OR
                          estado-nuevo = "E" then
                          move 0 to cs-resuelto
                       END-IF
                       REWRITE reg-caso
                       PERFORM GRABAR-HISTORIA
                       DISPLAY "Caso " cs-id " pasa a "
                          descripcion-estado
                    END-IF
                    END-IF
                 END-IF
              END-IF
              CLOSE CASOS
           END-IF.

       REASIGNAR-CASO.
           OPEN  i-o CASOS
           IF casos-status NOT = "00" then
              DISPLAY "No hay casos registrados todavia."
           ELSE
              PERFORM LEER-CASO
              IF caso-hallado = "S" then
                 IF cs-estado = "C" then
                    DISPLAY "El caso esta cerrado."
                 ELSE
                    DISPLAY "Nuevo operador asignado"
                    MOVE SPACES TO operador-caso
                    ACCEPT operador-caso
                    IF operador-caso = SPACES OR
                       operador-caso = cs-operador then
                       DISPLAY "Sin cambios."
                    ELSE
                       MOVE SPACES TO nota-cambio
                       STRING "Reasignado desde " DELIMITED BY SIZE
                          cs-operador DELIMITED BY SIZE
                          INTO nota-cambio
                       move operador-caso to cs-operador
                       move cs-estado to estado-ant
                       move cs-estado to estado-nuevo
                       REWRITE reg-caso
                       PERFORM GRABAR-HISTORIA
                       DISPLAY "Caso " cs-id " asignado a "
                          cs-operador
                    END-IF
                 END-IF
              END-IF
              CLOSE CASOS
           END-IF.

       VER-CASO.
           OPEN  input CASOS
           IF casos-status NOT = "00" then
              DISPLAY "No hay casos registrados todavia."
           ELSE
              PERFORM LEER-CASO
              CLOSE CASOS
              IF caso-hallado = "S" then
                 OPEN  input HISTCASOS
                 IF histcasos-status = "00" then
                    DISPLAY "Historial:"
                    move caso-pedido to ch-caso
                    move 0 to ch-seq
                    move "N" to FIN-ARCHIVO
                    START HISTCASOS KEY IS >= ch-clave
                       INVALID KEY
                          MOVE "S" TO FIN-ARCHIVO
                    END-START
                    PERFORM UNTIL FIN-ARCHIVO = "S"
                    READ HISTCASOS NEXT RECORD
                    AT END
                       MOVE "S" TO FIN-ARCHIVO
                    NOT AT END
                       IF ch-caso NOT = caso-pedido then
                          MOVE "S" TO FIN-ARCHIVO
                       ELSE
                          DISPLAY "   " ch-fecha " " ch-hora " "
                             ch-estado-ant ">" ch-estado " "
                             ch-operador " " ch-asignado
                          DISPLAY "      " ch-nota
                       END-IF
                    END-READ
                    END-PERFORM
                    move "N" to FIN-ARCHIVO
                    CLOSE HISTCASOS
                 END-IF
              END-IF
           END-IF.

       LISTAR-PENDIENTES.
           OPEN  input CASOS
           IF casos-status NOT = "00" then
              DISPLAY "No hay casos registrados todavia."
           ELSE
              DISPLAY "Operador (blanco = " operador-actual ")"
              MOVE SPACES TO operador-caso
              ACCEPT operador-caso
              IF operador-caso = SPACES then
                 move operador-actual to operador-caso
              END-IF
              move 0 to cant-listados
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CASOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cs-operador = operador-caso AND cs-pendiente
                    then
                    add 1 to cant-listados
                    IF cs-objetivo < hoy then
                       DISPLAY cs-id " " cs-estado " " cs-apertura
                          " " cs-categoria " " cs-usuario " VENCIDO"
                    ELSE
                       DISPLAY cs-id " " cs-estado " " cs-apertura
                          " " cs-categoria " " cs-usuario
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE CASOS
              DISPLAY cant-listados " caso(s) pendientes."
           END-IF
           move "N" to FIN-ARCHIVO.

       FIJAR-PLAZO.
           DISPLAY "Categoria"
           MOVE SPACES TO linea-plazo
           ACCEPT pl-categoria
           INSPECT pl-categoria CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Dias para resolver"
           move 0 to pl-dias
           ACCEPT pl-dias
           IF pl-categoria = SPACES OR pl-dias = 0 then
              DISPLAY "Categoria y plazo son obligatorios."
           ELSE
              OPEN  extend PLAZOS
              IF plazos-status = "35" then
                 OPEN  output PLAZOS
              END-IF
              write linea-plazo
              CLOSE PLAZOS
              move "CASO-PLAZO" to aud-accion
              move linea-plazo to aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
              DISPLAY "Plazo registrado (la ultima linea del archivo "
                 "manda)."
           END-IF.
