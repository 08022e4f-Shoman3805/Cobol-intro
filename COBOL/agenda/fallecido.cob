       IDENTIFICATION DIVISION.
       PROGRAM-ID. fallecido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FALLECIDOS ASSIGN TO "fallecidos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fa-usuario
           FILE STATUS IS fallecidos-status.

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

           SELECT ORDENES ASSIGN TO "ordenes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS or-clave
           FILE STATUS IS ordenes-status.

           SELECT CITAS ASSIGN TO "citas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS c-clave
           FILE STATUS IS citas-status.

           SELECT ASISTENTES ASSIGN TO "citas_asistentes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS as-clave
           FILE STATUS IS asis-status.

           SELECT ESPERA ASSIGN TO "espera.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS es-clave
           FILE STATUS IS OFR-STATUS.

           SELECT TAREAS ASSIGN TO "tareas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS t-clave
           FILE STATUS IS tareas-status.

           SELECT PRESTAMOS ASSIGN TO "prestamos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pl-id
           FILE STATUS IS prestamos-status.

           SELECT CUOTAS ASSIGN TO "prestamos_cuotas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pc-clave
           FILE STATUS IS cuotas-status.

           SELECT GARANTIAS ASSIGN TO "garantias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS gt-clave
           FILE STATUS IS garantias-status.

           SELECT PRINTFILE ASSIGN TO "sucesion.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  FALLECIDOS.
       COPY "fallecido.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ORDENES.
       01  reg-orden.
           05 or-clave.
              10 or-cta pic 9(05).
              10 or-seq pic 9(02).
           05 or-dia pic 9(02).
           05 or-tipo pic x(01).
           05 or-importe pic 9(06).
           05 or-referencia pic x(20).
           05 or-activa pic x(01).

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

       FD  ASISTENTES.
       01  reg-asistente.
           05 as-clave.
              10 as-fecha pic 9(08).
              10 as-hini pic 9(04).
              10 as-usuario pic x(30).
              10 as-invitado pic x(30).
           05 as-hfin pic 9(04).

       FD  ESPERA.
       COPY "espera.cpy" REPLACING ==:PREFIJO:== BY == ==.

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

       FD  PRESTAMOS.
       01  reg-prestamo.
           05 pl-id pic 9(04).
           05 pl-cta pic 9(05).
           05 pl-principal pic 9(08).
           05 pl-cuotas pic 9(03).
           05 pl-inicio pic 9(08).
           05 pl-cuota-imp pic 9(06).
           05 pl-estado pic x(01).

       FD  CUOTAS.
       01  reg-cuota.
           05 pc-clave.
              10 pc-prestamo pic 9(04).
              10 pc-nro pic 9(03).
           05 pc-vence pic 9(08).
           05 pc-importe pic 9(06).
           05 pc-pagada pic x(01).
           05 pc-fecha-pago pic 9(08).

       FD  GARANTIAS.
       COPY "garantia.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 fallecidos-status pic x(2).
       01 status-contactos pic x(2).
       01 status-cuentas pic x(2).
       01 ordenes-status pic x(2).
       01 citas-status pic x(2).
       01 asis-status pic x(2).
       01 tareas-status pic x(2).
       01 prestamos-status pic x(2).
       01 cuotas-status pic x(2).
       01 garantias-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-DETALLE PIC X VALUE "N".
       01 FIN-ASIS pic x(1) value "N".
       01 hay-asis pic x(1).
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 opcion-fal pic x(1).
       01 confirma pic x(1).
       01 usuario-pedido pic x(30).
       01 contacto-ok pic x(1).
       01 nombre-fallecido pic x(41).
       01 fecha-deceso pic 9(08).
       01 informante pic x(30).
       01 vinculo pic x(15).
       01 fecha-aviso pic 9(08).
       01 fecha-nula pic 9(08) value 0.
       01 dias-nulos pic s9(7).
       01 fec-valida pic x(1).
       01 cant-ctas pic 9(03).
       01 indice-cta pic 9(03).
       01 tabla-ctas.
           05 cta-fallecido OCCURS 50 TIMES pic 9(05).
       01 cant-ordenes pic 9(03).
       01 cant-citas pic 9(03).
       01 cant-invitaciones pic 9(03).
       01 cant-ofrecidos pic 9(03).
       01 cant-tareas pic 9(03).
       01 cant-planes pic 9(03).
       01 indice-pl pic 9(03).
       01 tabla-planes.
           05 plan-fallecido OCCURS 50 TIMES pic 9(04).
       01 total-saldos pic s9(09).
       01 total-pendiente pic 9(10).
       01 total-garantizado pic 9(11).
       01 pendiente pic 9(09).
       01 saldo-edit pic -(8)9.
       01 importe-edit pic z(9)9.
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       COPY "ofrece.cpy".
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

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

           ACCEPT hoy FROM DATE YYYYMMDD

           DISPLAY "Fallecimiento de contactos"
           DISPLAY "R- Registrar fallecimiento"
           DISPLAY "L- Listar fallecimientos registrados"
           DISPLAY "S- Reporte de la sucesion"
           ACCEPT opcion-fal
           INSPECT opcion-fal CONVERTING "rls" TO "RLS"

           IF opcion-fal = "R" then
              PERFORM REGISTRAR-FALLECIMIENTO
           ELSE
           IF opcion-fal = "L" then
              PERFORM LISTAR-FALLECIDOS
           ELSE
           IF opcion-fal = "S" then
              PERFORM REPORTE-SUCESION
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       PEDIR-CONTACTO.
           DISPLAY "Usuario del contacto"
           MOVE SPACES TO usuario-pedido
           ACCEPT usuario-pedido
           move "N" to contacto-ok
           MOVE SPACES TO nombre-fallecido
           OPEN  input CONTACTOS
           IF status-contactos NOT = "00" then
              DISPLAY "No se pudo abrir la agenda de contactos."
           ELSE
              move usuario-pedido to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 DISPLAY "Usuario no encontrado"
              NOT INVALID KEY
                 IF usuario = "##VERSION##" then
                    DISPLAY "Usuario no encontrado"
                 ELSE
                    move "S" to contacto-ok
                    STRING nom DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       ap DELIMITED BY "  "
                       INTO nombre-fallecido
                    END-STRING
                 END-IF
              END-READ
              CLOSE CONTACTOS
           END-IF.

       REGISTRAR-FALLECIMIENTO.
           PERFORM PEDIR-CONTACTO
           IF contacto-ok = "S" then
              OPEN  i-o FALLECIDOS
              IF fallecidos-status = "35" then
                 OPEN  output FALLECIDOS
                 CLOSE FALLECIDOS
                 OPEN  i-o FALLECIDOS
              END-IF
              move usuario-pedido to fa-usuario
              READ FALLECIDOS KEY IS fa-usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "N" to contacto-ok
                 DISPLAY "El fallecimiento de " nombre-fallecido
                    " ya fue registrado el " fa-fecha-aviso
              END-READ
              CLOSE FALLECIDOS
           END-IF
           IF contacto-ok = "S" then
              DISPLAY "Contacto: " nombre-fallecido
              DISPLAY "Fecha de fallecimiento (AAAAMMDD)"
              move 0 to fecha-deceso
              ACCEPT fecha-deceso
              CALL 'fechas' USING "V" fecha-deceso fecha-nula
                 dias-nulos fec-valida
              DISPLAY "Nombre de quien informa el fallecimiento"
              MOVE SPACES TO informante
              ACCEPT informante
              DISPLAY "Vinculo con el fallecido (conyuge, hijo, ...)"
              MOVE SPACES TO vinculo
              ACCEPT vinculo
              IF fec-valida NOT = "S" OR fecha-deceso > hoy then
                 DISPLAY "Fecha de fallecimiento invalida."
              ELSE
              IF informante = SPACES then
                 DISPLAY "Debe indicar quien informa el fallecimiento."
              ELSE
                 DISPLAY "Se congelaran las cuentas, se suspenderan "
                    "las ordenes y se cancelaran"
                 DISPLAY "las citas y tareas pendientes de "
                    nombre-fallecido ". Confirma? (S/N)"
                 MOVE SPACES TO confirma
                 ACCEPT confirma
                 IF confirma = "S" OR confirma = "s" then
                    PERFORM SUPRIMIR-CONTACTO
                    PERFORM CONGELAR-CUENTAS
                    PERFORM SUSPENDER-ORDENES
                    PERFORM CANCELAR-CITAS
                    PERFORM CANCELAR-TAREAS
                    PERFORM GRABAR-FALLECIDO
                 ELSE
                    DISPLAY "Registro abandonado."
                 END-IF
              END-IF
              END-IF
           END-IF.

       SUPRIMIR-CONTACTO.
           OPEN  i-o CONTACTOS
           IF status-contactos = "00" then
              move usuario-pedido to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "N" to cons-carta
                 move "N" to cons-email
                 move "N" to cons-tel
                 move hoy to cons-fecha
                 REWRITE tabla
                 move "FAL-CONS" to aud-accion
                 move usuario-pedido to aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
              END-READ
              CLOSE CONTACTOS
           END-IF.

       CONGELAR-CUENTAS.
           move 0 to cant-ctas
           OPEN  i-o CUENTAS
           IF status-cuentas = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CUENTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cta-titular = usuario-pedido AND
                    cta-estado NOT = "C" then
                    IF cant-ctas < 50 then
                       add 1 to cant-ctas
                       move cta-id to cta-fallecido(cant-ctas)
                    END-IF
                    IF cta-estado NOT = "B" then
                       move "B" to cta-estado
                       REWRITE reg-cuenta
                       DISPLAY "Cuenta " cta-id " congelada para "
                          "debitos."
                       move "FAL-CTA" to aud-accion
                       move usuario-pedido to aud-usuario
                       CALL 'auditar' USING aud-accion aud-usuario
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE CUENTAS
           END-IF.

       SUSPENDER-ORDENES.
           move 0 to cant-ordenes
           OPEN  i-o ORDENES
           IF ordenes-status = "00" then
              PERFORM VARYING indice-cta FROM 1 BY 1
                 UNTIL indice-cta > cant-ctas
                 move cta-fallecido(indice-cta) to or-cta
                 move 0 to or-seq
                 move "N" to FIN-ARCHIVO
                 START ORDENES KEY IS >= or-clave
                    INVALID KEY
                       MOVE "S" TO FIN-ARCHIVO
                 END-START
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ ORDENES NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF or-cta NOT = cta-fallecido(indice-cta) then
                       MOVE "S" TO FIN-ARCHIVO
                    ELSE
                    IF or-activa = "S" then
                       move "F" to or-activa
                       REWRITE reg-orden
                       add 1 to cant-ordenes
                       DISPLAY "Orden " or-cta "/" or-seq
                          " suspendida."
                       move "FAL-ORDEN" to aud-accion
                       move usuario-pedido to aud-usuario
                       CALL 'auditar' USING aud-accion aud-usuario
                    END-IF
                    END-IF
                 END-READ
                 END-PERFORM
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE ORDENES
           END-IF.

       CANCELAR-CITAS.
           move 0 to cant-citas
           move 0 to cant-invitaciones
           move 0 to cant-ofrecidos
           move "S" to hay-asis
           OPEN  i-o ASISTENTES
           IF asis-status NOT = "00" then
              move "N" to hay-asis
           END-IF
           OPEN  i-o CITAS
           IF citas-status = "00" then
              move hoy to c-fecha
              move 0 to c-hini
              MOVE SPACES TO c-usuario
              move "N" to FIN-ARCHIVO
              START CITAS KEY IS >= c-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CITAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF c-usuario = usuario-pedido then
                    move c-fecha to OFR-FECHA
                    move c-hini to OFR-HINI
                    move c-hfin to OFR-HFIN
                    move c-sala to OFR-SALA
                    move c-operador to OFR-OPERADOR
                    move c-usuario to OFR-LIBERADO
                    DELETE CITAS
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          add 1 to cant-citas
                          DISPLAY "Cita del " OFR-FECHA " " OFR-HINI
                             " cancelada."
                          move "FAL-CITA" to aud-accion
                          move usuario-pedido to aud-usuario
                          CALL 'auditar' USING aud-accion aud-usuario
                          IF hay-asis = "S" then
                             PERFORM BORRAR-ASISTENTES
                          END-IF
                          PERFORM LIBERAR-CITA
                    END-DELETE
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE CITAS
           END-IF
           IF hay-asis = "S" then
              PERFORM QUITAR-INVITACIONES
              CLOSE ASISTENTES
           END-IF
           IF cant-invitaciones > 0 then
              DISPLAY cant-invitaciones " invitacion(es) a citas de "
                 "otros contactos retirada(s)."
           END-IF
           IF cant-ofrecidos > 0 then
              DISPLAY cant-ofrecidos " turno(s) liberado(s) "
                 "ofrecido(s) a la lista de espera."
           END-IF.

       BORRAR-ASISTENTES.
           move "N" to FIN-ASIS
           move OFR-FECHA to as-fecha
           move OFR-HINI to as-hini
           move OFR-LIBERADO to as-usuario
           move LOW-VALUES to as-invitado
           START ASISTENTES KEY IS >= as-clave
              INVALID KEY
                 move "S" to FIN-ASIS
           END-START
           PERFORM UNTIL FIN-ASIS = "S"
           READ ASISTENTES NEXT RECORD
           AT END
              move "S" to FIN-ASIS
           NOT AT END
              IF as-fecha = OFR-FECHA AND as-hini = OFR-HINI AND
                 as-usuario = OFR-LIBERADO then
                 DELETE ASISTENTES RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
              ELSE
                 move "S" to FIN-ASIS
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ASIS.

       LIBERAR-CITA.
           move hoy to OFR-HOY
           move "N" to OFR-TAREAS-ABIERTO
           PERFORM OFRECER-HUECO
           IF OFR-HALLADO = "S" then
              add 1 to cant-ofrecidos
              DISPLAY "  turno del " OFR-FECHA " " OFR-HINI
                 " ofrecido a " OFR-USUARIO
           END-IF.

       QUITAR-INVITACIONES.
           move "N" to FIN-ASIS
           move hoy to as-fecha
           move 0 to as-hini
           move LOW-VALUES to as-usuario
           move LOW-VALUES to as-invitado
           START ASISTENTES KEY IS >= as-clave
              INVALID KEY
                 move "S" to FIN-ASIS
           END-START
           PERFORM UNTIL FIN-ASIS = "S"
           READ ASISTENTES NEXT RECORD
           AT END
              move "S" to FIN-ASIS
           NOT AT END
              IF as-invitado = usuario-pedido then
                 DELETE ASISTENTES RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       add 1 to cant-invitaciones
                       DISPLAY "Invitacion a la cita de " as-usuario
                          " del " as-fecha " " as-hini " retirada."
                       move "FAL-INVITA" to aud-accion
                       move usuario-pedido to aud-usuario
                       CALL 'auditar' USING aud-accion aud-usuario
                 END-DELETE
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ASIS.

       CANCELAR-TAREAS.
           move 0 to cant-tareas
           OPEN  i-o TAREAS
           IF tareas-status = "00" then
              move usuario-pedido to t-usuario
              move 0 to t-vence
              move 0 to t-seq
              move "N" to FIN-ARCHIVO
              START TAREAS KEY IS >= t-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ TAREAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF t-usuario NOT = usuario-pedido then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                 IF t-estado = "P" then
                    move "X" to t-estado
                    REWRITE reg-tarea
                    add 1 to cant-tareas
                    DISPLAY "Tarea " t-vence " " t-texto
                       " cancelada."
                    move "FAL-TAREA" to aud-accion
                    move usuario-pedido to aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE TAREAS
              CALL 'totales' USING "T" tot-depto reg-totales
           END-IF.

       GRABAR-FALLECIDO.
           OPEN  i-o FALLECIDOS
           MOVE SPACES TO reg-fallecido
           move usuario-pedido to fa-usuario
           move fecha-deceso to fa-fecha-deceso
           move informante to fa-informante
           move vinculo to fa-vinculo
           move hoy to fa-fecha-aviso
           move operador-actual to fa-operador
           move cant-ctas to fa-cuentas
           move cant-ordenes to fa-ordenes
           move cant-citas to fa-citas
           move cant-tareas to fa-tareas
           WRITE reg-fallecido
              INVALID KEY
                 DISPLAY "No se pudo registrar el fallecimiento."
              NOT INVALID KEY
                 move "FALLECIDO" to aud-accion
                 move usuario-pedido to aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
                 DISPLAY "Fallecimiento registrado: " cant-ctas
                    " cuenta(s), " cant-ordenes " orden(es), "
                    cant-citas " cita(s), " cant-tareas " tarea(s)."
           END-WRITE
           CLOSE FALLECIDOS.

       LISTAR-FALLECIDOS.
           OPEN  input FALLECIDOS
           IF fallecidos-status NOT = "00" then
              DISPLAY "No hay fallecimientos registrados."
           ELSE
              DISPLAY "Usuario                        Deceso   "
                 "Informante                     Aviso    Operador"
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ FALLECIDOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 DISPLAY fa-usuario " " fa-fecha-deceso " "
                    fa-informante " " fa-fecha-aviso " " fa-operador
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE FALLECIDOS
           END-IF.

       REPORTE-SUCESION.
           PERFORM PEDIR-CONTACTO
           IF contacto-ok = "S" then
              OPEN  input FALLECIDOS
              IF fallecidos-status NOT = "00" then
                 move "N" to contacto-ok
              ELSE
                 move usuario-pedido to fa-usuario
                 READ FALLECIDOS KEY IS fa-usuario
                 INVALID KEY
                    move "N" to contacto-ok
                 NOT INVALID KEY
                    move fa-fecha-deceso to fecha-deceso
                    move fa-informante to informante
                    move fa-vinculo to vinculo
                    move fa-fecha-aviso to fecha-aviso
                 END-READ
                 CLOSE FALLECIDOS
              END-IF
              IF contacto-ok NOT = "S" then
                 DISPLAY "No hay fallecimiento registrado para ese "
                    "contacto."
              END-IF
           END-IF
           IF contacto-ok = "S" then
              OPEN  output PRINTFILE
              MOVE SPACES TO linea-print
              STRING "SUCESION DE " DELIMITED BY SIZE
                 nombre-fallecido DELIMITED BY "  "
                 " (" DELIMITED BY SIZE
                 usuario-pedido DELIMITED BY SPACE
                 ") AL " DELIMITED BY SIZE
                 hoy DELIMITED BY SIZE
                 INTO linea-print
              END-STRING
              write linea-print
              MOVE SPACES TO linea-print
              STRING "Fallecido el " DELIMITED BY SIZE
                 fecha-deceso DELIMITED BY SIZE
                 ", informado por " DELIMITED BY SIZE
                 informante DELIMITED BY "  "
                 " (" DELIMITED BY SIZE
                 vinculo DELIMITED BY "  "
                 ") el " DELIMITED BY SIZE
                 fecha-aviso DELIMITED BY SIZE
                 INTO linea-print
              END-STRING
              write linea-print
              PERFORM SUCESION-CUENTAS
              PERFORM SUCESION-PRESTAMOS
              PERFORM SUCESION-GARANTIAS
              CLOSE PRINTFILE

              move "SUCESION" to spool-reporte
              move "sucesion.txt" to spool-archivo
              CALL 'espool' USING spool-reporte spool-archivo

              move "FAL-SUCES" to aud-accion
              move usuario-pedido to aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
              DISPLAY "Saldos: " total-saldos "  prestamos pendientes:"
                 " " total-pendiente "  garantias otorgadas: "
                 total-garantizado
              DISPLAY "Detalle en sucesion.txt"
           END-IF.

       SUCESION-CUENTAS.
           move 0 to cant-ctas
           move 0 to total-saldos
           MOVE SPACES TO linea-print
           write linea-print
           MOVE "CUENTAS          ESTADO MONEDA        SALDO" TO
              linea-print
           write linea-print
           OPEN  input CUENTAS
           IF status-cuentas = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CUENTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cta-titular = usuario-pedido then
                    IF cant-ctas < 50 then
                       add 1 to cant-ctas
                       move cta-id to cta-fallecido(cant-ctas)
                    END-IF
                    add cta-saldo to total-saldos
                    move cta-saldo to saldo-edit
                    MOVE SPACES TO linea-print
                    STRING "  " DELIMITED BY SIZE
                       cta-id DELIMITED BY SIZE
                       "          " DELIMITED BY SIZE
                       cta-estado DELIMITED BY SIZE
                       "      " DELIMITED BY SIZE
                       cta-moneda DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       saldo-edit DELIMITED BY SIZE
                       INTO linea-print
                    END-STRING
                    write linea-print
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE CUENTAS
           END-IF
           move total-saldos to saldo-edit
           MOVE SPACES TO linea-print
           STRING "  Total de saldos...........  " DELIMITED BY SIZE
              saldo-edit DELIMITED BY SIZE
              INTO linea-print
           write linea-print.

       SUCESION-PRESTAMOS.
           move 0 to cant-planes
           move 0 to total-pendiente
           MOVE SPACES TO linea-print
           write linea-print
           MOVE "PRESTAMOS  PLAN  CUENTA   PRINCIPAL  PENDIENTE ESTADO"
              TO linea-print
           write linea-print
           OPEN  input PRESTAMOS
           IF prestamos-status = "00" then
              OPEN  input CUOTAS
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PRESTAMOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 PERFORM VARYING indice-cta FROM 1 BY 1
                    UNTIL indice-cta > cant-ctas
                    IF pl-cta = cta-fallecido(indice-cta) then
                       PERFORM SUCESION-PLAN
                    END-IF
                 END-PERFORM
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              IF cuotas-status = "00" then
                 CLOSE CUOTAS
              END-IF
              CLOSE PRESTAMOS
           END-IF
           move total-pendiente to importe-edit
           MOVE SPACES TO linea-print
           STRING "  Total pendiente de pago...  " DELIMITED BY SIZE
              importe-edit DELIMITED BY SIZE
              INTO linea-print
           write linea-print.

       SUCESION-PLAN.
           IF cant-planes < 50 then
              add 1 to cant-planes
              move pl-id to plan-fallecido(cant-planes)
           END-IF
           move 0 to pendiente
           IF cuotas-status = "00" then
              move pl-id to pc-prestamo
              move 0 to pc-nro
              move "N" to FIN-DETALLE
              START CUOTAS KEY IS >= pc-clave
                 INVALID KEY
                    MOVE "S" TO FIN-DETALLE
              END-START
              PERFORM UNTIL FIN-DETALLE = "S"
              READ CUOTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-DETALLE
              NOT AT END
                 IF pc-prestamo NOT = pl-id then
                    MOVE "S" TO FIN-DETALLE
                 ELSE
                 IF pc-pagada = "N" then
                    add pc-importe to pendiente
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
           END-IF
           add pendiente to total-pendiente
           move pendiente to importe-edit
           MOVE SPACES TO linea-print
           STRING "           " DELIMITED BY SIZE
              pl-id DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              pl-cta DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              pl-principal DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              importe-edit DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              pl-estado DELIMITED BY SIZE
              INTO linea-print
           END-STRING
           write linea-print.

       SUCESION-GARANTIAS.
           move 0 to total-garantizado
           MOVE SPACES TO linea-print
           write linea-print
           MOVE "GARANTIAS  PLAN/SEQ TIPO CONCEPTO                     "
              TO linea-print
           move "      VALOR" TO linea-print(56:11)
           write linea-print
           OPEN  input GARANTIAS
           IF garantias-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ GARANTIAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF gt-vigente then
                    IF gt-garante AND gt-usuario = usuario-pedido then
                       add gt-valor to total-garantizado
                       MOVE "Garante de un prestamo de tercero"
                          TO gt-descripcion
                       PERFORM SUCESION-GARANTIA
                    ELSE
                       PERFORM VARYING indice-pl FROM 1 BY 1
                          UNTIL indice-pl > cant-planes
                          IF gt-prestamo = plan-fallecido(indice-pl)
                             then
                             PERFORM SUCESION-GARANTIA
                          END-IF
                       END-PERFORM
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE GARANTIAS
           END-IF
           move total-garantizado to importe-edit
           MOVE SPACES TO linea-print
           STRING "  Garantias otorgadas por el fallecido "
              DELIMITED BY SIZE
              importe-edit DELIMITED BY SIZE
              INTO linea-print
           write linea-print.

       SUCESION-GARANTIA.
           move gt-valor to importe-edit
           MOVE SPACES TO linea-print
           STRING "           " DELIMITED BY SIZE
              gt-prestamo DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              gt-seq DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              gt-tipo DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              gt-descripcion DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              importe-edit DELIMITED BY SIZE
              INTO linea-print
           END-STRING
           write linea-print.

       COPY "ofrecepr.cpy".
