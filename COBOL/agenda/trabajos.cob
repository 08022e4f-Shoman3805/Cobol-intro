           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSCRIPCIONES ASSIGN TO "suscripciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS su-id
           FILE STATUS IS suscripciones-status.

           SELECT BUZON ASSIGN TO "reportes_buzon.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS bz-id
           FILE STATUS IS buzon-status.

           SELECT CATALOGO ASSIGN TO "espool_catalogo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS catalogo-status.

       DATA DIVISION.
       FILE SECTION.

           05 filler pic x(01).
           05 jl-motivo pic x(40).

       FD  SUSCRIPCIONES.
       COPY "suscripcion.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  BUZON.
       COPY "buzonrep.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CATALOGO.
       01  linea-catalogo.
           05 es-nombre pic x(12).
           05 filler pic x(01).
           05 es-gen pic 9(04).
           05 filler pic x(01).
           05 es-fecha pic 9(08).
           05 filler pic x(01).
           05 es-hora pic 9(08).
           05 filler pic x(01).
           05 es-operador pic x(20).
           05 filler pic x(01).
           05 es-lineas pic 9(06).
           05 filler pic x(01).
           05 es-estado pic x(01).

       WORKING-STORAGE SECTION.
       01 definicion-status pic x(2).
       01 joblog-status pic x(2).
       01 fecha-proxima pic 9(8).
       01 dia-habil pic x(1).
       01 resultado-ventana pic x(1).
       01 suscripciones-status pic x(2).
       01 buzon-status pic x(2).
       01 catalogo-status pic x(2).
       01 FIN-SUSCRIPCION pic x(1).
       01 FIN-CATALOGO pic x(1).
       01 toca-suscripcion pic x(1).
       01 fecha-base pic 9(08) value 20240101.
       01 fecha-eval pic 9(08).
       01 dias-diff pic s9(7).
       01 dias-pos pic 9(7).
       01 cociente pic 9(7).
       01 dia-semana pic 9(1).
       01 fec-valida pic x(1).
       01 es-habil pic x(1).
       01 habil-del-mes pic 9(02).
       01 cat-antes pic 9(06).
       01 cat-leidas pic 9(06).
       01 buzon-ultimo pic 9(08).
       01 cant-suscripciones pic 9(03).
       01 cant-entregas pic 9(03).
       COPY "retorno.cpy".

       PROCEDURE DIVISION.
                 END-IF
              END-READ
              END-PERFORM
              IF cadena-detenida = "N" then
                 PERFORM CORRER-SUSCRIPCIONES
              END-IF
              CLOSE DEFINICION

              IF cadena-detenida = "S" then
           display "trabajos: ejecutando paso " tj-paso

           IF (tj-paso = "ORDENES" OR tj-paso = "CUOTAS" OR
               tj-paso = "DORMIDAS" OR tj-paso = "PLAZOFIJO") AND
               dia-habil NOT = "S" then
              move "A" to ret-estado
              move "dia no habil, paso diferido" to ret-motivo
              display "trabajos: paso " tj-paso
              CALL 'cuotas' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "PLAZOFIJO" then
              CALL 'vencepf' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "PRESUPUESTO" then
              CALL 'variacion' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "ALERTAS" then
              CALL 'alertas' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "MAYOR" then
              CALL 'mayor' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "REGULATORIO" then
              CALL 'regulatorio' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "SEGMENTAR" then
              CALL 'segmentar' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "HOGARES" then
              CALL 'hogares' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "DOCUMENTOS" then
              CALL 'docvence' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "CASOS" then
              CALL 'casosabi' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "CASOSMES" then
              CALL 'casosmes' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "ENCUESTAS" then
              CALL 'encnps' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "DELEGAR" then
              CALL 'delegar' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "REPARTO" then
              CALL 'reparto' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "LIMITES" then
              CALL 'revlimite' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "RECORDAR" then
              CALL 'recordar' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "ESPERA" then
              CALL 'esperavence' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "EMBUDO" then
              CALL 'embudo' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "PIPELINE" then
              CALL 'pipeline' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "FACTURAR" then
              CALL 'facturar' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "IMPAGAS" then
              CALL 'impagas' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "COMISION" then
              CALL 'comision' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "CONFLICTOS" then
              CALL 'conflictos' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "SALDOPROM" then
              CALL 'saldoprom' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "CARGASANC" then
              CALL 'cargasanc' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "CRIBADO" then
              CALL 'cribado' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "MEMOESC" then
              CALL 'memoesc' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "GRUPOEXP" then
              CALL 'exposgrp' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "COBERTURA" then
              CALL 'cobertura' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "SOBREGIRO" then
              CALL 'sobregiro' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "COMPOSICION" then
              CALL 'composicion' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "LLAMSTATS" then
              CALL 'llamstats' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "ATRIBUCION" then
              CALL 'atribrep' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "CAMARA" then
              CALL 'camara' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "DEVCAMARA" then
              CALL 'devcamara' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "LIQSERV" then
              CALL 'liqserv' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "ESPERADOS" then
              CALL 'esperados' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "VISITFIN" then
              CALL 'visitfin' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "BALANCEO" then
              CALL 'balanceo' USING parm-modo parm-depto
                 reg-retorno
              CALL 'metricas' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "TOTALES" then
              CALL 'recuento' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF tj-paso = "EXPORTAR" then
              CALL 'exportar' USING user nombre apellido desc numero
                 parm-modo parm-depto reg-retorno
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           move "FIN" to evento-job
           PERFORM GRABAR-JOBLOG
           move ret-motivo to jl-motivo
           write linea-joblog
           CLOSE JOBLOG.

       CORRER-SUSCRIPCIONES.
           CALL 'fechas' USING "E" hoy fecha-base dias-diff fec-valida
           compute dias-pos = dias-diff + 3500000
           DIVIDE dias-pos BY 7
              GIVING cociente REMAINDER dia-semana
           add 1 to dia-semana

           move 0 to habil-del-mes
           IF dia-habil = "S" then
              move hoy to fecha-eval
              move "01" to fecha-eval(7:2)
              PERFORM UNTIL fecha-eval > hoy
                 CALL 'habiles' USING "H" fecha-eval fecha-proxima
                    es-habil
                 IF es-habil = "S" then
                    add 1 to habil-del-mes
                 END-IF
                 add 1 to fecha-eval
              END-PERFORM
           END-IF

           move 0 to cant-suscripciones
           OPEN  i-o SUSCRIPCIONES
           IF suscripciones-status = "00" then
              OPEN  i-o BUZON
              IF buzon-status = "35" then
                 OPEN  output BUZON
                 CLOSE BUZON
                 OPEN  i-o BUZON
              END-IF
              move 0 to buzon-ultimo
              move "N" to FIN-CATALOGO
              PERFORM UNTIL FIN-CATALOGO = "S"
              READ BUZON NEXT RECORD
              AT END
                 MOVE "S" TO FIN-CATALOGO
              NOT AT END
                 IF bz-id > buzon-ultimo then
                    move bz-id to buzon-ultimo
                 END-IF
              END-READ
              END-PERFORM

              move "N" to FIN-SUSCRIPCION
              PERFORM UNTIL FIN-SUSCRIPCION = "S"
              READ SUSCRIPCIONES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-SUSCRIPCION
              NOT AT END
                 IF su-activa AND su-ultima NOT = hoy then
                    PERFORM EVALUAR-SUSCRIPCION
                    IF toca-suscripcion = "S" then
                       PERFORM CORRER-SUSCRIPCION
                    END-IF
                 END-IF
              END-READ
              END-PERFORM

              CLOSE BUZON
              CLOSE SUSCRIPCIONES
              display "trabajos: " cant-suscripciones
                 " suscripcion(es) a reportes ejecutadas."
           END-IF.

       EVALUAR-SUSCRIPCION.
           move "N" to toca-suscripcion
           IF su-diaria then
              move "S" to toca-suscripcion
           ELSE
           IF su-semanal AND su-dia = dia-semana then
              move "S" to toca-suscripcion
           ELSE
           IF su-mensual AND su-dia = habil-del-mes then
              move "S" to toca-suscripcion
           END-IF
           END-IF
           END-IF.

       CORRER-SUSCRIPCION.
           OPEN  output SESION
           move su-destino to linea-sesion
           write linea-sesion
           CLOSE SESION

           PERFORM CONTAR-CATALOGO
           move su-reporte to tj-paso
           move su-parametro to tj-depto
           MOVE SPACES TO tj-umbral
           PERFORM EJECUTAR-PASO
           subtract 1 from pasos-corridos
           move "N" to cadena-detenida

           OPEN  output SESION
           move "(trabajos)" to linea-sesion
           write linea-sesion
           CLOSE SESION

           move hoy to su-ultima
           move ret-estado to su-resultado
           PERFORM ENTREGAR-REPORTE
           REWRITE reg-suscripcion
           add 1 to cant-suscripciones

           MOVE SPACES TO ret-motivo
           STRING "suscripcion " DELIMITED BY SIZE
              su-id DELIMITED BY SIZE
              " a " DELIMITED BY SIZE
              su-destino DELIMITED BY SPACE
              INTO ret-motivo
           END-STRING
           IF cant-entregas = 0 then
              move "A" to ret-estado
              display "trabajos: suscripcion " su-id
                 " sin salida en el spool"
           END-IF
           move "ENVIO" to evento-job
           PERFORM GRABAR-JOBLOG.

       CONTAR-CATALOGO.
           move 0 to cat-antes
           OPEN  input CATALOGO
           IF catalogo-status = "00" then
              move "N" to FIN-CATALOGO
              PERFORM UNTIL FIN-CATALOGO = "S"
              READ CATALOGO
              AT END
                 MOVE "S" TO FIN-CATALOGO
              NOT AT END
                 add 1 to cat-antes
              END-READ
              END-PERFORM
              CLOSE CATALOGO
           END-IF.

       ENTREGAR-REPORTE.
           move 0 to cant-entregas
           move 0 to cat-leidas
           OPEN  input CATALOGO
           IF catalogo-status = "00" then
              move "N" to FIN-CATALOGO
              PERFORM UNTIL FIN-CATALOGO = "S"
              READ CATALOGO
              AT END
                 MOVE "S" TO FIN-CATALOGO
              NOT AT END
                 add 1 to cat-leidas
                 IF cat-leidas > cat-antes then
                    PERFORM GRABAR-BUZON
                 END-IF
              END-READ
              END-PERFORM
              CLOSE CATALOGO
           END-IF.

       GRABAR-BUZON.
           MOVE SPACES TO reg-buzon
           add 1 to buzon-ultimo
           move buzon-ultimo to bz-id
           move su-destino-tipo to bz-destino-tipo
           move su-destino to bz-destino
           move es-nombre to bz-reporte
           move es-gen to bz-gen
           move es-fecha to bz-fecha
           move es-hora to bz-hora
           move su-id to bz-suscripcion
           move es-lineas to bz-lineas
           move "N" to bz-leido
           move 0 to bz-fecha-leido
           write reg-buzon
              INVALID KEY
                 display "trabajos: no se pudo dejar el reporte "
                    es-nombre " en el buzon de " su-destino
              NOT INVALID KEY
                 add 1 to cant-entregas
           END-WRITE.
