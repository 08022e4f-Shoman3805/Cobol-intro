       IDENTIFICATION DIVISION.
       PROGRAM-ID. segmentar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT LLAMADAS ASSIGN TO "llamadas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS llamadas-status.

           SELECT VISITAS ASSIGN TO "visitas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS vi-clave
           FILE STATUS IS visitas-status.

           SELECT CITAS ASSIGN TO "citas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS c-clave
           FILE STATUS IS citas-status.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT CAMBIOS ASSIGN TO "cambios.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS tc-moneda
           FILE STATUS IS cambios-status.

           SELECT SEGMENTOS ASSIGN TO "segmentos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sg-usuario
           FILE STATUS IS segmentos-status.

           SELECT PESOS ASSIGN TO "segmentos_pesos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS pesos-status.

           SELECT SALDOSPROM ASSIGN TO "saldos_promedio.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sp-clave
           FILE STATUS IS prom-status.

           SELECT PRINTFILE ASSIGN TO "segmentos_reporte.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

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

       FD  VISITAS.
       COPY "visita.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CITAS.
       01  reg-cita.
           05 c-clave.
              10 c-fecha pic 9(08).
              10 c-hini pic 9(04).
              10 c-usuario pic x(30).
           05 c-hfin pic 9(04).
           05 c-motivo pic x(30).
           05 c-operador pic x(20).
           05 c-serie pic 9(04).
           05 c-sala pic x(10).
           05 c-resultado pic x(01).

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CAMBIOS.
       01  reg-cambio.
           05 tc-moneda pic x(03).
           05 tc-fecha pic 9(08).
           05 tc-tasa pic 9(06)v99.

       FD  SEGMENTOS.
       COPY "segmento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PESOS.
       01  linea-peso.
           05 pg-nombre pic x(12).
           05 filler pic x(01).
           05 pg-valor pic x(20).
           05 pg-numero REDEFINES pg-valor.
              10 pg-cifra pic 9(06).

       FD  SALDOSPROM.
       COPY "saldoprom.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(80).

       WORKING-STORAGE SECTION.
       01 status-contactos pic x(2).
       01 llamadas-status pic x(2).
       01 visitas-status pic x(2).
       01 citas-status pic x(2).
       01 status-cuentas pic x(2).
       01 mov-status pic x(2).
       01 cambios-status pic x(2).
       01 segmentos-status pic x(2).
       01 pesos-status pic x(2).
       01 prom-status pic x(2).
       01 base-saldo pic 9(06).
       01 periodo-cerrado pic 9(06).
       01 promedio-hallado pic x(1).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-MOVS pic x(1).
       01 hoy pic 9(08).
       01 periodo pic 9(06).
       01 fecha-desde-1m pic 9(08).
       01 fecha-desde-3m pic 9(08).
       01 fecha-desde-6m pic 9(08).
       01 fecha-calc pic 9(08).
       01 fecha-calc-r REDEFINES fecha-calc.
           05 fc-anio pic 9(04).
           05 fc-mes pic 9(02).
           05 fc-dia pic 9(02).
       01 meses-atras pic 9(02).
       01 dias-diff pic s9(07).
       01 dias-ventana pic s9(07).
       01 fec-valida pic x(1).
       01 peso-recencia pic 9(06).
       01 peso-frecuencia pic 9(06).
       01 peso-visitas pic 9(06).
       01 peso-citas pic 9(06).
       01 peso-saldo pic 9(06).
       01 peso-total pic 9(07).
       01 corte-a pic 9(06).
       01 corte-b pic 9(06).
       01 corte-c pic 9(06).
       01 saldo-tope pic 9(06).
       01 cant-sc pic 9(04) value 0.
       01 sc-desbordados pic x(1) value "N".
       01 tabla-scoring.
           05 scoring OCCURS 3000 TIMES.
              10 sc-usuario pic x(30).
              10 sc-ultima pic 9(08).
              10 sc-llamadas pic 9(04).
              10 sc-visitas pic 9(04).
              10 sc-citas pic 9(04).
              10 sc-saldo pic s9(10).
       01 indice-sc pic 9(04).
       01 pos-sc pic 9(04).
       01 usuario-buscado pic x(30).
       01 tasa-cuenta pic 9(06)v99.
       01 tasa-hallada pic x(1).
       01 cant-sin-tasa pic 9(05) value 0.
       01 saldo-ponderado pic s9(12).
       01 saldo-promedio pic s9(10).
       01 puntos pic 9(05).
       01 puntaje-total pic 9(07).
       01 nivel-nuevo pic x(01).
       01 segmento-existe pic x(01).
       01 indice-ant pic 9(01).
       01 indice-nuevo pic 9(01).
       01 indice-col pic 9(01).
       01 niveles-tabla pic x(05) value "ABCD-".
       01 niveles REDEFINES niveles-tabla pic x(01) occurs 5 times.
       01 tabla-conteo.
           05 conteo-nivel OCCURS 4 TIMES.
              10 cn-cantidad pic 9(05).
              10 cn-puntos pic 9(08).
       01 tabla-migracion.
           05 migra-fila OCCURS 5 TIMES.
              10 migra-cant pic 9(05) OCCURS 4 TIMES.
       01 promedio-nivel pic 9(03).
       01 cant-calificados pic 9(05) value 0.
       01 cant-bajas pic 9(05) value 0.
       01 cant-suben pic 9(05) value 0.
       01 cant-bajan pic 9(05) value 0.
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           ACCEPT hoy FROM DATE YYYYMMDD
           move hoy(1:6) to periodo
           move 1 to meses-atras
           PERFORM RESTAR-MESES
           move fecha-calc to fecha-desde-1m
           move 3 to meses-atras
           PERFORM RESTAR-MESES
           move fecha-calc to fecha-desde-3m
           move 6 to meses-atras
           PERFORM RESTAR-MESES
           move fecha-calc to fecha-desde-6m

           move "N" to sc-desbordados
           move 0 to cant-sin-tasa
           move 0 to cant-calificados
           move 0 to cant-bajas
           move 0 to cant-suben
           move 0 to cant-bajan
           PERFORM LEER-PESOS
           PERFORM CARGAR-CONTACTOS
           IF cant-sc = 0 then
              display "No hay contactos activos para calificar."
              move "A" to ret-estado
              move "sin contactos para segmentar" to ret-motivo
           ELSE
              PERFORM ACUMULAR-LLAMADAS
              PERFORM ACUMULAR-VISITAS
              PERFORM ACUMULAR-CITAS
              PERFORM ACUMULAR-SALDOS
              PERFORM CALIFICAR-CONTACTOS
              PERFORM EMITIR-REPORTE
              display cant-calificados " contacto(s) calificados, "
                 cant-suben " suben y " cant-bajan " bajan de nivel."
              display "Reporte en segmentos_reporte.txt"
              IF sc-desbordados = "S" OR cant-sin-tasa > 0 then
                 move "A" to ret-estado
                 move "segmentacion parcial" to ret-motivo
              END-IF
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       RESTAR-MESES.
           move hoy to fecha-calc
           IF fc-mes > meses-atras then
              subtract meses-atras from fc-mes
           ELSE
              compute fc-mes = fc-mes + 12 - meses-atras
              subtract 1 from fc-anio
           END-IF
           IF fc-dia > 28 then
              move 28 to fc-dia
           END-IF.

       LEER-PESOS.
           move 20 to peso-recencia
           move 20 to peso-frecuencia
           move 15 to peso-visitas
           move 15 to peso-citas
           move 30 to peso-saldo
           move 70 to corte-a
           move 45 to corte-b
           move 20 to corte-c
           move 100000 to saldo-tope
           move 0 to base-saldo
           OPEN  input PESOS
           IF pesos-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PESOS
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF pg-cifra IS NUMERIC then
                    IF pg-nombre = "RECENCIA" then
                       move pg-cifra to peso-recencia
                    END-IF
                    IF pg-nombre = "FRECUENCIA" then
                       move pg-cifra to peso-frecuencia
                    END-IF
                    IF pg-nombre = "VISITAS" then
                       move pg-cifra to peso-visitas
                    END-IF
                    IF pg-nombre = "CITAS" then
                       move pg-cifra to peso-citas
                    END-IF
                    IF pg-nombre = "SALDO" then
                       move pg-cifra to peso-saldo
                    END-IF
                    IF pg-nombre = "CORTE-A" then
                       move pg-cifra to corte-a
                    END-IF
                    IF pg-nombre = "CORTE-B" then
                       move pg-cifra to corte-b
                    END-IF
                    IF pg-nombre = "CORTE-C" then
                       move pg-cifra to corte-c
                    END-IF
                    IF pg-nombre = "BASE-SALDO" then
                       move pg-cifra to base-saldo
                    END-IF
                    IF pg-nombre = "SALDO-TOPE" AND pg-cifra > 0 then
                       move pg-cifra to saldo-tope
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE PESOS
           END-IF
           move "N" to FIN-ARCHIVO
           compute peso-total = peso-recencia + peso-frecuencia +
              peso-visitas + peso-citas + peso-saldo.

       CARGAR-CONTACTOS.
           move 0 to cant-sc
           OPEN  input CONTACTOS
           IF status-contactos = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CONTACTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF usuario NOT = "##VERSION##" AND activo NOT = "N"
                    then
                    IF cant-sc < 3000 then
                       add 1 to cant-sc
                       move usuario to sc-usuario(cant-sc)
                       move 0 to sc-ultima(cant-sc)
                       move 0 to sc-llamadas(cant-sc)
                       move 0 to sc-visitas(cant-sc)
                       move 0 to sc-citas(cant-sc)
                       move 0 to sc-saldo(cant-sc)
                    ELSE
                       move "S" to sc-desbordados
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE CONTACTOS
           END-IF
           move "N" to FIN-ARCHIVO
           IF sc-desbordados = "S" then
              display "AVISO: mas de 3000 contactos, se califican "
                 "solo los primeros."
           END-IF.

       BUSCAR-CONTACTO.
           move 0 to pos-sc
           PERFORM VARYING indice-sc FROM 1 BY 1
              UNTIL indice-sc > cant-sc OR pos-sc NOT = 0
              IF sc-usuario(indice-sc) = usuario-buscado then
                 move indice-sc to pos-sc
              END-IF
           END-PERFORM.

       ACUMULAR-LLAMADAS.
           OPEN  input LLAMADAS
           IF llamadas-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ LLAMADAS
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF ll-fecha IS NUMERIC AND ll-fecha <= hoy then
                    move ll-usuario to usuario-buscado
                    PERFORM BUSCAR-CONTACTO
                    IF pos-sc NOT = 0 then
                       IF ll-fecha > sc-ultima(pos-sc) then
                          move ll-fecha to sc-ultima(pos-sc)
                       END-IF
                       IF ll-fecha > fecha-desde-3m then
                          add 1 to sc-llamadas(pos-sc)
                       END-IF
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE LLAMADAS
           END-IF
           move "N" to FIN-ARCHIVO.

       ACUMULAR-VISITAS.
           OPEN  input VISITAS
           IF visitas-status = "00" then
              move "N" to FIN-ARCHIVO
              move fecha-desde-3m to vi-fecha
              move 0 to vi-horain
              MOVE SPACES TO vi-usuario
              START VISITAS KEY IS > vi-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ VISITAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF vi-fecha > hoy then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                    move vi-usuario to usuario-buscado
                    PERFORM BUSCAR-CONTACTO
                    IF pos-sc NOT = 0 then
                       add 1 to sc-visitas(pos-sc)
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE VISITAS
           END-IF
           move "N" to FIN-ARCHIVO.

       ACUMULAR-CITAS.
           OPEN  input CITAS
           IF citas-status = "00" then
              move "N" to FIN-ARCHIVO
              move fecha-desde-6m to c-fecha
              move 0 to c-hini
              MOVE SPACES TO c-usuario
              START CITAS KEY IS > c-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CITAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF c-fecha > hoy then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                 IF c-resultado = "A" then
                    move c-usuario to usuario-buscado
                    PERFORM BUSCAR-CONTACTO
                    IF pos-sc NOT = 0 then
                       add 1 to sc-citas(pos-sc)
                    END-IF
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE CITAS
           END-IF
           move "N" to FIN-ARCHIVO.

       ACUMULAR-SALDOS.
           OPEN  input CUENTAS
           IF status-cuentas = "00" then
              OPEN  input MOVIMIENTOS
              OPEN  input CAMBIOS
              move "99" to prom-status
              IF base-saldo = 1 then
                 OPEN  input SALDOSPROM
                 move fecha-desde-1m(1:6) to periodo-cerrado
              END-IF
              CALL 'fechas' USING "E" hoy fecha-desde-1m
                 dias-ventana fec-valida
              IF dias-ventana < 1 then
                 move 1 to dias-ventana
              END-IF
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CUENTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cta-titular NOT = SPACES then
                    move cta-titular to usuario-buscado
                    PERFORM BUSCAR-CONTACTO
                    IF pos-sc NOT = 0 then
                       PERFORM PROMEDIAR-CUENTA
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              IF cambios-status = "00" then
                 CLOSE CAMBIOS
              END-IF
              IF prom-status = "00" then
                 CLOSE SALDOSPROM
              END-IF
              IF mov-status = "00" then
                 CLOSE MOVIMIENTOS
              END-IF
              CLOSE CUENTAS
              IF cant-sin-tasa > 0 then
                 display cant-sin-tasa " cuenta(s) sin tipo de "
                    "cambio, no incluidas en el saldo promedio."
              END-IF
           END-IF
           move "N" to FIN-ARCHIVO.

       PROMEDIAR-CUENTA.
           move "N" to tasa-hallada
           IF cta-moneda = SPACES then
              move 1 to tasa-cuenta
              move "S" to tasa-hallada
           ELSE
              IF cambios-status = "00" then
                 move cta-moneda to tc-moneda
                 READ CAMBIOS KEY IS tc-moneda
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move tc-tasa to tasa-cuenta
                    move "S" to tasa-hallada
                 END-READ
              END-IF
           END-IF
           IF tasa-hallada NOT = "S" then
              add 1 to cant-sin-tasa
           ELSE
              move "N" to promedio-hallado
              IF prom-status = "00" then
                 move cta-id to sp-cta
                 move periodo-cerrado to sp-periodo
                 READ SALDOSPROM KEY IS sp-clave
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move "S" to promedio-hallado
                 END-READ
              END-IF
           END-IF
           IF tasa-hallada = "S" AND promedio-hallado = "S" then
              compute saldo-promedio ROUNDED = sp-promedio *
                 tasa-cuenta
              add saldo-promedio to sc-saldo(pos-sc)
           END-IF
           IF tasa-hallada = "S" AND promedio-hallado = "N" then
              move 0 to saldo-ponderado
              IF mov-status = "00" then
                 move "N" to FIN-MOVS
                 move cta-id to mv-cta
                 compute mv-fecha = fecha-desde-1m + 1
                 move 0 to mv-seq
                 START MOVIMIENTOS KEY IS >= mv-clave
                    INVALID KEY
                       MOVE "S" TO FIN-MOVS
                 END-START
                 PERFORM UNTIL FIN-MOVS = "S"
                 READ MOVIMIENTOS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-MOVS
                 NOT AT END
                    IF mv-cta NOT = cta-id OR mv-fecha > hoy then
                       MOVE "S" TO FIN-MOVS
                    ELSE
                       CALL 'fechas' USING "E" mv-fecha
                          fecha-desde-1m dias-diff fec-valida
                       subtract 1 from dias-diff
                       IF mv-tipo = "C" then
                          compute saldo-ponderado = saldo-ponderado
                             + mv-importe * dias-diff
                       ELSE
                          compute saldo-ponderado = saldo-ponderado
                             - mv-importe * dias-diff
                       END-IF
                    END-IF
                 END-READ
                 END-PERFORM
              END-IF
              compute saldo-promedio ROUNDED = (cta-saldo -
                 saldo-ponderado / dias-ventana) * tasa-cuenta
              add saldo-promedio to sc-saldo(pos-sc)
           END-IF.

       CALIFICAR-CONTACTOS.
           OPEN  i-o SEGMENTOS
           IF segmentos-status = "35" then
              OPEN  output SEGMENTOS
              CLOSE SEGMENTOS
              OPEN  i-o SEGMENTOS
           END-IF
           INITIALIZE tabla-conteo
           INITIALIZE tabla-migracion
           PERFORM VARYING indice-sc FROM 1 BY 1
              UNTIL indice-sc > cant-sc
              PERFORM CALIFICAR-UNO
           END-PERFORM
           IF sc-desbordados = "N" then
              PERFORM DEPURAR-SEGMENTOS
           END-IF
           CLOSE SEGMENTOS.

       CALIFICAR-UNO.
           move sc-usuario(indice-sc) to sg-usuario
           READ SEGMENTOS KEY IS sg-usuario
           INVALID KEY
              MOVE SPACES TO reg-segmento
              move sc-usuario(indice-sc) to sg-usuario
              move 0 to sg-periodo
              move 0 to sg-periodo-ant
              move "-" to sg-nivel-ant
              move 0 to sg-puntaje-ant
              move "N" to segmento-existe
           NOT INVALID KEY
              IF sg-periodo NOT = periodo then
                 move sg-periodo to sg-periodo-ant
                 move sg-nivel to sg-nivel-ant
                 move sg-puntaje to sg-puntaje-ant
              END-IF
              move "S" to segmento-existe
           END-READ
           move periodo to sg-periodo

           move 0 to sg-p-recencia
           IF sc-ultima(indice-sc) NOT = 0 then
              CALL 'fechas' USING "E" hoy sc-ultima(indice-sc)
                 dias-diff fec-valida
              IF dias-diff <= 7 then
                 move 100 to sg-p-recencia
              ELSE
              IF dias-diff <= 30 then
                 move 70 to sg-p-recencia
              ELSE
              IF dias-diff <= 90 then
                 move 40 to sg-p-recencia
              ELSE
                 move 10 to sg-p-recencia
              END-IF
              END-IF
              END-IF
           END-IF
           compute puntos = sc-llamadas(indice-sc) * 10
           IF puntos > 100 then
              move 100 to puntos
           END-IF
           move puntos to sg-p-frecuencia
           compute puntos = sc-visitas(indice-sc) * 20
           IF puntos > 100 then
              move 100 to puntos
           END-IF
           move puntos to sg-p-visitas
           compute puntos = sc-citas(indice-sc) * 25
           IF puntos > 100 then
              move 100 to puntos
           END-IF
           move puntos to sg-p-citas
           move sc-saldo(indice-sc) to sg-saldo-prom
           IF sc-saldo(indice-sc) <= 0 then
              move 0 to sg-p-saldo
           ELSE
              IF sc-saldo(indice-sc) >= saldo-tope then
                 move 100 to sg-p-saldo
              ELSE
                 compute sg-p-saldo =
                    sc-saldo(indice-sc) * 100 / saldo-tope
              END-IF
           END-IF

           IF peso-total = 0 then
              move 0 to puntaje-total
           ELSE
              compute puntaje-total ROUNDED =
                 (sg-p-recencia * peso-recencia +
                  sg-p-frecuencia * peso-frecuencia +
                  sg-p-visitas * peso-visitas +
                  sg-p-citas * peso-citas +
                  sg-p-saldo * peso-saldo) / peso-total
           END-IF
           move puntaje-total to sg-puntaje
           IF puntaje-total >= corte-a then
              move "A" to nivel-nuevo
              move 1 to indice-nuevo
           ELSE
           IF puntaje-total >= corte-b then
              move "B" to nivel-nuevo
              move 2 to indice-nuevo
           ELSE
           IF puntaje-total >= corte-c then
              move "C" to nivel-nuevo
              move 3 to indice-nuevo
           ELSE
              move "D" to nivel-nuevo
              move 4 to indice-nuevo
           END-IF
           END-IF
           END-IF
           move nivel-nuevo to sg-nivel

           IF segmento-existe = "S" then
              REWRITE reg-segmento
           ELSE
              WRITE reg-segmento
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           add 1 to cant-calificados
           add 1 to cn-cantidad(indice-nuevo)
           add puntaje-total to cn-puntos(indice-nuevo)

           move 5 to indice-ant
           PERFORM VARYING indice-col FROM 1 BY 1
              UNTIL indice-col > 4
              IF sg-nivel-ant = niveles(indice-col) then
                 move indice-col to indice-ant
              END-IF
           END-PERFORM
           add 1 to migra-cant(indice-ant, indice-nuevo)
           IF indice-ant < 5 then
              IF indice-nuevo < indice-ant then
                 add 1 to cant-suben
              END-IF
              IF indice-nuevo > indice-ant then
                 add 1 to cant-bajan
              END-IF
           END-IF.

       DEPURAR-SEGMENTOS.
           move "N" to FIN-ARCHIVO
           MOVE LOW-VALUES TO sg-usuario
           START SEGMENTOS KEY IS >= sg-usuario
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ SEGMENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF sg-periodo NOT = periodo then
                 DELETE SEGMENTOS
                 add 1 to cant-bajas
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO.

       EMITIR-REPORTE.
           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "SEGMENTACION DE CONTACTOS - PERIODO "
              DELIMITED BY SIZE
              periodo DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           MOVE "NIVEL  CONTACTOS  PUNTAJE PROMEDIO" TO linea-print
           write linea-print
           MOVE "-----  ---------  ----------------" TO linea-print
           write linea-print
           PERFORM VARYING indice-col FROM 1 BY 1
              UNTIL indice-col > 4
              move 0 to promedio-nivel
              IF cn-cantidad(indice-col) > 0 then
                 compute promedio-nivel ROUNDED =
                    cn-puntos(indice-col) / cn-cantidad(indice-col)
              END-IF
              MOVE SPACES TO linea-print
              STRING "  " DELIMITED BY SIZE
                 niveles(indice-col) DELIMITED BY SIZE
                 "      " DELIMITED BY SIZE
                 cn-cantidad(indice-col) DELIMITED BY SIZE
                 "        " DELIMITED BY SIZE
                 promedio-nivel DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-PERFORM
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "MOVIMIENTO ENTRE NIVELES (fila = mes anterior, "
              DELIMITED BY SIZE
              "columna = actual)" DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE "ANTERIOR        A      B      C      D" TO linea-print
           write linea-print
           PERFORM VARYING indice-ant FROM 1 BY 1
              UNTIL indice-ant > 5
              MOVE SPACES TO linea-print
              IF indice-ant = 5 then
                 move "  nuevo" to linea-print(1:7)
              ELSE
                 move niveles(indice-ant) to linea-print(3:1)
              END-IF
              PERFORM VARYING indice-col FROM 1 BY 1
                 UNTIL indice-col > 4
                 move migra-cant(indice-ant, indice-col) to
                    linea-print(indice-col * 7 + 6:5)
              END-PERFORM
              write linea-print
           END-PERFORM
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Calificados: " DELIMITED BY SIZE
              cant-calificados DELIMITED BY SIZE
              "  Suben: " DELIMITED BY SIZE
              cant-suben DELIMITED BY SIZE
              "  Bajan: " DELIMITED BY SIZE
              cant-bajan DELIMITED BY SIZE
              "  Bajas: " DELIMITED BY SIZE
              cant-bajas DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           CLOSE PRINTFILE
           move "SEGMENTOS" to spool-reporte
           move "segmentos_reporte.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo.
