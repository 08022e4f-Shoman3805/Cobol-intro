       IDENTIFICATION DIVISION.
       PROGRAM-ID. oportunidad.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPORTUNIDADES ASSIGN TO "oportunidades.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS op-id
           FILE STATUS IS oport-status.

           SELECT EMPRESAS ASSIGN TO "empresas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS e-id
           FILE STATUS IS empresas-status.

           SELECT CONTRATOS ASSIGN TO "contratos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS co-clave
           FILE STATUS IS contratos-status.

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

       FD  OPORTUNIDADES.
       COPY "oportunidad.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  EMPRESAS.
       01  reg-empresa.
           05 e-id pic x(10).
           05 e-razon pic x(30).
           05 e-cuit pic x(13).
           05 e-telefono pic 9(10).

       FD  CONTRATOS.
       01  reg-contrato.
           05 co-clave.
              10 co-empresa pic x(10).
              10 co-seq pic 9(02).
           05 co-inicio pic 9(08).
           05 co-fin pic 9(08).
           05 co-importe pic 9(08).
           05 co-renovacion pic x(30).

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 oport-status pic x(2).
       01 empresas-status pic x(2).
       01 contratos-status pic x(2).
       01 status-contactos pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-opo pic x(1).
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 empresa-opo pic x(10).
       01 empresa-valida pic x(1).
       01 usuario-opo pic x(30).
       01 usuario-valido pic x(1).
       01 empresa-contacto pic x(10).
       01 duenio-contacto pic x(20).
       01 titulo-opo pic x(30).
       01 importe-opo pic 9(08).
       01 cierre-opo pic 9(08).
       01 duenio-opo pic x(20).
       01 etapa-opo pic x(1).
       01 prob-opo pic 9(03).
       01 etapa-ant pic x(1).
       01 oportunidad-pedida pic 9(06).
       01 respuesta-contr pic x(1).
       01 seq-libre pic x(1).
       01 fecha-nula pic 9(08) value 0.
       01 fec-dias pic s9(7).
       01 dias-anio pic s9(7) value 365.
       01 fec-valida pic x(1).
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 id-mayor pic 9(06).
       01 cant-listados pic 9(05).
       01 importe-edit pic z(7)9.
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 etapas-opo-tabla.
           05 filler pic x(15) value "1PROSPECCION010".
           05 filler pic x(15) value "2CALIFICADA 025".
           05 filler pic x(15) value "3PROPUESTA  050".
           05 filler pic x(15) value "4NEGOCIACION075".
           05 filler pic x(15) value "GGANADA     100".
           05 filler pic x(15) value "PPERDIDA    000".
       01 etapas-opo REDEFINES etapas-opo-tabla occurs 6 times.
           05 eo-codigo pic x(01).
           05 eo-nombre pic x(11).
           05 eo-prob pic 9(03).
       01 indice-eo pic 9(02).
       01 pos-eo pic 9(02).
       01 texto-etapa pic x(11).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.

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

           DISPLAY "Oportunidades de venta"
           DISPLAY "A- Alta de una oportunidad"
           DISPLAY "M- Mover una oportunidad de etapa"
           DISPLAY "L- Listar las oportunidades abiertas"
           DISPLAY "R- Reporte mensual del pipeline"
           ACCEPT opcion-opo
           INSPECT opcion-opo CONVERTING "amlr" TO "AMLR"

           IF opcion-opo = "A" then
              PERFORM ALTA-OPORTUNIDAD
           ELSE
           IF opcion-opo = "M" then
              PERFORM MOVER-OPORTUNIDAD
           ELSE
           IF opcion-opo = "L" then
              PERFORM LISTAR-OPORTUNIDADES
           ELSE
           IF opcion-opo = "R" then
              CALL 'pipeline' USING parm-modo parm-depto reg-retorno
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       UBICAR-ETAPA-OPO.
           move 0 to pos-eo
           PERFORM VARYING indice-eo FROM 1 BY 1
              UNTIL indice-eo > 6 OR pos-eo NOT = 0
              IF eo-codigo(indice-eo) = etapa-opo then
                 move indice-eo to pos-eo
              END-IF
           END-PERFORM
           IF pos-eo NOT = 0 then
              move eo-nombre(pos-eo) to texto-etapa
           ELSE
              move "(sin etapa)" to texto-etapa
           END-IF.

       VALIDAR-EMPRESA.
           move "N" to empresa-valida
           OPEN  input EMPRESAS
           IF empresas-status = "00" then
              move empresa-opo to e-id
              READ EMPRESAS KEY IS e-id
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "S" to empresa-valida
                 DISPLAY "Empresa: " e-razon
              END-READ
              CLOSE EMPRESAS
           END-IF
           IF empresa-valida NOT = "S" then
              DISPLAY "Esa empresa no existe."
           END-IF.

       VALIDAR-CONTACTO.
           move "N" to usuario-valido
           MOVE SPACES TO empresa-contacto
           MOVE SPACES TO duenio-contacto
           OPEN  input CONTACTOS
           IF status-contactos = "00" then
              move usuario-opo to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF usuario NOT = "##VERSION##" then
                    move "S" to usuario-valido
                    move empresa to empresa-contacto
                    move duenio to duenio-contacto
                    DISPLAY "Contacto: " nom " " ap
                 END-IF
              END-READ
              CLOSE CONTACTOS
           END-IF
           IF usuario-valido NOT = "S" then
              DISPLAY "Ese usuario no existe en la agenda."
           END-IF.

       ALTA-OPORTUNIDAD.
           DISPLAY "Codigo de empresa (de empresas.txt)"
           MOVE SPACES TO empresa-opo
           ACCEPT empresa-opo
           PERFORM VALIDAR-EMPRESA
           IF empresa-valida = "S" then
              DISPLAY "Usuario del contacto en la empresa"
              MOVE SPACES TO usuario-opo
              ACCEPT usuario-opo
              PERFORM VALIDAR-CONTACTO
           END-IF
           IF empresa-valida = "S" AND usuario-valido = "S" then
              IF empresa-contacto NOT = SPACES AND
                 empresa-contacto NOT = empresa-opo then
                 DISPLAY "Ese contacto pertenece a la empresa "
                    empresa-contacto ", oportunidad no guardada."
              ELSE
                 PERFORM PEDIR-DATOS-OPO
              END-IF
           END-IF.

       PEDIR-DATOS-OPO.
           DISPLAY "Titulo de la oportunidad"
           MOVE SPACES TO titulo-opo
           ACCEPT titulo-opo
           DISPLAY "Importe estimado"
           move 0 to importe-opo
           ACCEPT importe-opo
           DISPLAY "Fecha estimada de cierre (AAAAMMDD)"
           move 0 to cierre-opo
           ACCEPT cierre-opo
           CALL 'fechas' USING "V" cierre-opo fecha-nula
              fec-dias fec-valida
           IF duenio-contacto = SPACES then
              move operador-actual to duenio-contacto
           END-IF
           DISPLAY "Duenio de la oportunidad (blanco = "
              duenio-contacto ")"
           MOVE SPACES TO duenio-opo
           ACCEPT duenio-opo
           IF duenio-opo = SPACES then
              move duenio-contacto to duenio-opo
           END-IF
           DISPLAY "Etapa inicial (1- prospeccion, 2- calificada, "
              "3- propuesta, 4- negociacion, blanco = 1)"
           MOVE SPACES TO etapa-opo
           ACCEPT etapa-opo
           IF etapa-opo = SPACE then
              move "1" to etapa-opo
           END-IF
           PERFORM UBICAR-ETAPA-OPO
           IF titulo-opo = SPACES then
              DISPLAY "El titulo es obligatorio."
           ELSE
           IF importe-opo = 0 then
              DISPLAY "El importe debe ser mayor que cero."
           ELSE
           IF fec-valida NOT = "S" then
              DISPLAY "Fecha de cierre invalida."
           ELSE
           IF pos-eo = 0 OR pos-eo > 4 then
              DISPLAY "Etapa invalida para una oportunidad nueva."
           ELSE
              DISPLAY "Probabilidad % (blanco = " eo-prob(pos-eo) ")"
              move 0 to prob-opo
              ACCEPT prob-opo
              IF prob-opo = 0 OR prob-opo > 100 then
                 move eo-prob(pos-eo) to prob-opo
              END-IF
              PERFORM GRABAR-OPORTUNIDAD
           END-IF
           END-IF
           END-IF
           END-IF.

       GRABAR-OPORTUNIDAD.
           OPEN  i-o OPORTUNIDADES
           IF oport-status = "35" then
              OPEN  output OPORTUNIDADES
              CLOSE OPORTUNIDADES
              OPEN  i-o OPORTUNIDADES
           END-IF
           move 0 to id-mayor
           move "N" to FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ OPORTUNIDADES NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF op-id > id-mayor then
                 move op-id to id-mayor
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           move "OPORTUNIDAD" to nombre-contador
           move id-mayor to minimo-contador
           CALL 'contador' USING nombre-contador
              minimo-contador valor-contador
           IF valor-contador = 0 then
              DISPLAY "No se pudo obtener un numero: la agenda esta "
                 "bloqueada, intente mas tarde."
           ELSE
              move valor-contador to op-id
              move empresa-opo to op-empresa
              move usuario-opo to op-usuario
              move titulo-opo to op-titulo
              move importe-opo to op-importe
              move cierre-opo to op-cierre
              move etapa-opo to op-etapa
              move prob-opo to op-prob
              move duenio-opo to op-duenio
              move hoy to op-alta
              move hoy to op-cambio
              move operador-actual to op-operador
              move 0 to op-contrato
              WRITE reg-oportunidad
                 INVALID KEY
                    DISPLAY "Ese numero de oportunidad ya existe."
                 NOT INVALID KEY
                    DISPLAY "Oportunidad " op-id " registrada en "
                       "la etapa " texto-etapa
                    move "OPO-ALTA" to aud-accion
                    MOVE SPACES TO aud-usuario
                    STRING "oportunidad " DELIMITED BY SIZE
                       op-id DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       op-empresa DELIMITED BY SIZE
                       INTO aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
              END-WRITE
           END-IF
           CLOSE OPORTUNIDADES.

       MOVER-OPORTUNIDAD.
           DISPLAY "Numero de oportunidad"
           move 0 to oportunidad-pedida
           ACCEPT oportunidad-pedida
           OPEN  i-o OPORTUNIDADES
           IF oport-status NOT = "00" then
              DISPLAY "No hay oportunidades registradas todavia."
           ELSE
              move oportunidad-pedida to op-id
              READ OPORTUNIDADES KEY IS op-id
              INVALID KEY
                 DISPLAY "Esa oportunidad no existe."
              NOT INVALID KEY
                 IF NOT op-abierta then
                    move op-etapa to etapa-opo
                    PERFORM UBICAR-ETAPA-OPO
                    DISPLAY "La oportunidad ya esta cerrada como "
                       texto-etapa
                 ELSE
                    PERFORM CAMBIAR-ETAPA-OPO
                 END-IF
              END-READ
              CLOSE OPORTUNIDADES
           END-IF.

       CAMBIAR-ETAPA-OPO.
           move op-etapa to etapa-ant
           move op-etapa to etapa-opo
           PERFORM UBICAR-ETAPA-OPO
           move op-importe to importe-edit
           DISPLAY op-titulo " " op-empresa " $" importe-edit
           DISPLAY "Etapa actual: " texto-etapa " (" op-prob
              "%), cierre estimado " op-cierre
           DISPLAY "Nueva etapa (1- prospeccion, 2- calificada, "
              "3- propuesta, 4- negociacion, G- ganada, "
              "P- perdida)"
           MOVE SPACES TO etapa-opo
           ACCEPT etapa-opo
           INSPECT etapa-opo CONVERTING "gp" TO "GP"
           PERFORM UBICAR-ETAPA-OPO
           IF pos-eo = 0 then
              DISPLAY "Etapa inexistente."
           ELSE
           IF etapa-opo = etapa-ant then
              DISPLAY "La oportunidad ya esta en esa etapa."
           ELSE
              IF pos-eo > 4 then
                 move eo-prob(pos-eo) to op-prob
                 move hoy to op-cierre
              ELSE
                 DISPLAY "Probabilidad % (blanco = " eo-prob(pos-eo)
                    ")"
                 move 0 to prob-opo
                 ACCEPT prob-opo
                 IF prob-opo = 0 OR prob-opo > 100 then
                    move eo-prob(pos-eo) to prob-opo
                 END-IF
                 move prob-opo to op-prob
                 DISPLAY "Nueva fecha estimada de cierre (AAAAMMDD, "
                    "blanco = " op-cierre ")"
                 move 0 to cierre-opo
                 ACCEPT cierre-opo
                 IF cierre-opo NOT = 0 then
                    CALL 'fechas' USING "V" cierre-opo fecha-nula
                       fec-dias fec-valida
                    IF fec-valida = "S" then
                       move cierre-opo to op-cierre
                    ELSE
                       DISPLAY "Fecha invalida, se mantiene la "
                          "anterior."
                    END-IF
                 END-IF
              END-IF
              move etapa-opo to op-etapa
              move hoy to op-cambio
              move operador-actual to op-operador
              REWRITE reg-oportunidad
              DISPLAY "Oportunidad pasada a la etapa " texto-etapa
              move "OPO-ETAPA" to aud-accion
              MOVE SPACES TO aud-usuario
              STRING "oportunidad " DELIMITED BY SIZE
                 op-id DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 etapa-ant DELIMITED BY SIZE
                 ">" DELIMITED BY SIZE
                 etapa-opo DELIMITED BY SIZE
                 INTO aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
              IF etapa-opo = "G" then
                 DISPLAY "Generar un borrador de contrato para "
                    op-empresa "? (S/N)"
                 MOVE SPACES TO respuesta-contr
                 ACCEPT respuesta-contr
                 IF respuesta-contr = "S" OR respuesta-contr = "s"
                    then
                    PERFORM BORRADOR-CONTRATO
                 END-IF
              END-IF
           END-IF
           END-IF.

       BORRADOR-CONTRATO.
           OPEN  i-o CONTRATOS
           IF contratos-status = "35" then
              OPEN  output CONTRATOS
              CLOSE CONTRATOS
              OPEN  i-o CONTRATOS
           END-IF
           move op-empresa to co-empresa
           move 0 to co-seq
           move "N" to seq-libre
           PERFORM UNTIL seq-libre = "S" OR co-seq = 99
              add 1 to co-seq
              READ CONTRATOS KEY IS co-clave
              INVALID KEY
                 move "S" to seq-libre
              END-READ
           END-PERFORM
           IF seq-libre NOT = "S" then
              DISPLAY "Demasiados contratos para esa empresa."
           ELSE
              move op-empresa to co-empresa
              move hoy to co-inicio
              CALL 'fechas' USING "S" hoy co-fin dias-anio fec-valida
              move op-importe to co-importe
              MOVE SPACES TO co-renovacion
              STRING "BORRADOR OPORTUNIDAD " DELIMITED BY SIZE
                 op-id DELIMITED BY SIZE
                 INTO co-renovacion
              WRITE reg-contrato
                 INVALID KEY
                    DISPLAY "No se pudo grabar el contrato."
                 NOT INVALID KEY
                    move co-seq to op-contrato
                    REWRITE reg-oportunidad
                    DISPLAY "Borrador de contrato " co-seq
                       " registrado para " co-empresa
                       ", completar en contratos."
                    move "OPO-CONTR" to aud-accion
                    MOVE SPACES TO aud-usuario
                    STRING "oportunidad " DELIMITED BY SIZE
                       op-id DELIMITED BY SIZE
                       " contrato " DELIMITED BY SIZE
                       co-seq DELIMITED BY SIZE
                       INTO aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
              END-WRITE
           END-IF
           CLOSE CONTRATOS.

       LISTAR-OPORTUNIDADES.
           DISPLAY "Codigo de empresa (blanco = todas)"
           MOVE SPACES TO empresa-opo
           ACCEPT empresa-opo
           move 0 to cant-listados
           OPEN  input OPORTUNIDADES
           IF oport-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ OPORTUNIDADES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF op-abierta AND
                    (empresa-opo = SPACES OR
                     op-empresa = empresa-opo) then
                    add 1 to cant-listados
                    move op-etapa to etapa-opo
                    PERFORM UBICAR-ETAPA-OPO
                    move op-importe to importe-edit
                    DISPLAY op-id " " op-empresa " " op-titulo
                    DISPLAY "       " texto-etapa " " op-prob "% $"
                       importe-edit " cierre " op-cierre " "
                       op-duenio
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE OPORTUNIDADES
           END-IF
           DISPLAY "Oportunidades abiertas: " cant-listados.
