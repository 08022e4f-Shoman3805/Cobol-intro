       IDENTIFICATION DIVISION.
       PROGRAM-ID. solicitud.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SOLICITUDES ASSIGN TO "solicitudes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sl-id
           FILE STATUS IS solicitudes-status.

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

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

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

           SELECT COBRANZAS ASSIGN TO "cobranzas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cb-cta
           FILE STATUS IS cobranzas-status.

           SELECT APROBACIONES ASSIGN TO "aprobaciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ap-id
           FILE STATUS IS aprob-status.

           SELECT PARAMETROS ASSIGN TO "parametros.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pa-clave
           FILE STATUS IS PAR-STATUS.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  SOLICITUDES.
       COPY "solicitud.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

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

       FD  COBRANZAS.
       01  reg-cobranza.
           05 cb-cta pic 9(05).
           05 cb-etapa pic 9(01).
           05 cb-fecha pic 9(08).

       FD  APROBACIONES.
       01  reg-aprobacion.
           05 ap-id pic 9(04).
           05 ap-programa pic x(10).
           05 ap-solicitante pic x(20).
           05 ap-fecha pic 9(08).
           05 ap-detalle pic x(80).
           05 ap-estado pic x(01).
           05 ap-revisor pic x(20).
           05 ap-comentario pic x(40).

       FD  PARAMETROS.
       COPY "parametro.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 solicitudes-status pic x(2).
       01 status-contactos pic x(2).
       01 status-cuentas pic x(2).
       01 mov-status pic x(2).
       01 prestamos-status pic x(2).
       01 cuotas-status pic x(2).
       01 cobranzas-status pic x(2).
       01 aprob-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-MOVS pic x(1).
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 hoy-partes REDEFINES hoy.
           05 hoy-anio pic 9(04).
           05 hoy-mes pic 9(02).
           05 hoy-dia pic 9(02).
       01 ventana-desde pic 9(08).
       01 ventana-partes REDEFINES ventana-desde.
           05 ventana-anio pic 9(04).
           05 ventana-mes pic 9(02).
           05 ventana-dia pic 9(02).
       01 opcion-sol pic x(1).
       01 alguno pic x(1).
       01 usuario-sol pic x(30).
       01 usuario-ok pic x(1).
       01 cuenta-ok pic x(1).
       01 datos-ok pic x(1).
       01 id-pedido pic 9(06).
       01 id-nuevo pic 9(06).
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 monto-visado pic 9(08).
       01 puntaje-corte pic 9(03).
       01 cant-ctas pic 9(02).
       01 tabla-ctas.
           05 ct-id pic 9(05) OCCURS 20 TIMES.
       01 indice-c pic 9(02).
       01 cant-movs pic 9(06).
       01 cant-episodios pic 9(04).
       01 sobregirada pic x(1).
       01 saldo-replay pic s9(09).
       01 saldo-anterior pic s9(09).
       01 carga-cuotas pic 9(09).
       01 cuota-nueva pic 9(08).
       01 pct-carga pic 9(05).
       01 hay-atraso pic x(1).
       01 etapa-max pic 9(01).
       01 plan-propio pic x(1).
       01 cant-cambios pic 9(04).
       01 id-en-detalle pic 9(06).
       01 decision pic x(1).
       01 generar-carta pic x(1).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 programa-visado pic x(10) value "solicitud".
       01 detalle-visado pic x(80).
       01 resultado-visado pic x(1).
       01 importe-edit pic z(7)9.
       01 solicitud-nueva pic x(200).
       COPY "sancparm.cpy".
       COPY "param.cpy".

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
           move hoy to ventana-desde
           compute ventana-anio = hoy-anio - 1

           PERFORM ACTUALIZAR-VISADOS

           DISPLAY "Solicitudes de prestamo"
           DISPLAY "A- Alta de solicitud (con calificacion)"
           DISPLAY "L- Listar solicitudes"
           DISPLAY "C- Consultar una solicitud"
           DISPLAY "D- Declinar una solicitud"
           ACCEPT opcion-sol
           INSPECT opcion-sol CONVERTING "alcd" TO "ALCD"

           IF opcion-sol = "A" then
              PERFORM ALTA-SOLICITUD
           ELSE
           IF opcion-sol = "L" then
              PERFORM LISTAR-SOLICITUDES
           ELSE
           IF opcion-sol = "C" then
              PERFORM CONSULTAR-SOLICITUD
           ELSE
           IF opcion-sol = "D" then
              PERFORM DECLINAR-SOLICITUD
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       ALTA-SOLICITUD.
           DISPLAY "Usuario solicitante (de contactos.txt)"
           MOVE SPACES TO usuario-sol
           ACCEPT usuario-sol
           PERFORM VALIDAR-SOLICITANTE
           IF usuario-ok = "S" then
              MOVE SPACES TO reg-solicitud
              move usuario-sol to sl-solicitante
              DISPLAY "Cuenta donde se acreditaria el prestamo"
              move 0 to sl-cta
              ACCEPT sl-cta
              PERFORM VALIDAR-CUENTA
           END-IF
           IF usuario-ok = "S" AND cuenta-ok = "S" then
              DISPLAY "Importe solicitado"
              move 0 to sl-importe
              ACCEPT sl-importe
              DISPLAY "Cantidad de cuotas"
              move 0 to sl-cuotas
              ACCEPT sl-cuotas
              DISPLAY "Destino de los fondos"
              MOVE SPACES TO sl-destino
              ACCEPT sl-destino
              DISPLAY "Ingresos mensuales declarados"
              move 0 to sl-ingresos
              ACCEPT sl-ingresos
              move "S" to datos-ok
              IF sl-importe = 0 OR sl-cuotas = 0 OR sl-cuotas > 120
                 OR sl-destino = SPACES then
                 move "N" to datos-ok
                 DISPLAY "Datos invalidos, solicitud no registrada."
              END-IF
              IF datos-ok = "S" then
                 PERFORM CALCULAR-PUNTAJE
                 PERFORM LEER-CONFIGURACION
                 PERFORM GRABAR-SOLICITUD
              END-IF
           END-IF.

       VALIDAR-SOLICITANTE.
           move "N" to usuario-ok
           OPEN  input CONTACTOS
           IF status-contactos NOT = "00" then
              DISPLAY "No se pudo abrir la agenda de contactos."
           ELSE
              move usuario-sol to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 DISPLAY "Ese usuario no existe en la agenda."
              NOT INVALID KEY
                 IF usuario = "##VERSION##" OR activo NOT = "S" then
                    DISPLAY "Ese usuario no esta activo en la agenda."
                 ELSE
                    move "S" to usuario-ok
                    DISPLAY "Solicitante: " nom " " ap
                    PERFORM CONTROLAR-SANCIONES
                 END-IF
              END-READ
              CLOSE CONTACTOS
           END-IF.

       CONTROLAR-SANCIONES.
           move "V" to SAN-FUNCION
           move usuario to SAN-USUARIO
           move nom to SAN-NOMBRE
           move ap to SAN-APELLIDO
           move "SOLICITUD" to SAN-ORIGEN
           CALL 'sancion' USING SAN-FUNCION SAN-USUARIO SAN-NOMBRE
              SAN-APELLIDO SAN-ORIGEN SAN-CLAVE SAN-RESULTADO
           IF SAN-RESULTADO = "R" then
              move "N" to usuario-ok
              DISPLAY "Solicitante retenido para revision de "
                 "cumplimiento por posible coincidencia con la lista "
                 "de sanciones."
              move "A" to ret-estado
              move "solicitante retenido por sanciones" to ret-motivo
           END-IF.

       VALIDAR-CUENTA.
           move "N" to cuenta-ok
           OPEN  input CUENTAS
           IF status-cuentas = "00" then
              move sl-cta to cta-id
              READ CUENTAS KEY IS cta-id
              INVALID KEY
                 DISPLAY "Esa cuenta no existe."
              NOT INVALID KEY
                 IF cta-estado = "C" then
                    DISPLAY "Esa cuenta esta cerrada."
                 ELSE
                 IF cta-titular NOT = usuario-sol then
                    DISPLAY "La cuenta no es del solicitante."
                 ELSE
                    move "S" to cuenta-ok
                 END-IF
                 END-IF
              END-READ
              CLOSE CUENTAS
           ELSE
              DISPLAY "No hay cuentas registradas todavia."
           END-IF.

       LEER-CONFIGURACION.
           move hoy to PAR-FECHA
           move "PRE-MONTO" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR > 0 then
              move PAR-VALOR to monto-visado
           ELSE
              move 100000 to monto-visado
           END-IF
           move "PRE-CORTE" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR > 0 AND
              PAR-VALOR <= 100 then
              move PAR-VALOR to puntaje-corte
           ELSE
              move 60 to puntaje-corte
           END-IF.

       CALCULAR-PUNTAJE.
           move 0 to cant-ctas
           move 0 to cant-movs
           move 0 to cant-episodios
           move "N" to sobregirada
           move 0 to carga-cuotas
           move "N" to hay-atraso
           move 0 to etapa-max
           OPEN  input CUENTAS
           IF status-cuentas = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CUENTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cta-titular = usuario-sol AND cta-estado NOT = "C"
                    AND cant-ctas < 20 then
                    add 1 to cant-ctas
                    move cta-id to ct-id(cant-ctas)
                    IF cta-saldo < 0 then
                       move "S" to sobregirada
                    END-IF
                    PERFORM HISTORIA-CUENTA
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE CUENTAS
           END-IF
           PERFORM CUOTAS-VIGENTES
           PERFORM ETAPA-COBRANZA

           IF cant-movs >= 24 then
              move 25 to sl-pts-historia
           ELSE
           IF cant-movs >= 12 then
              move 15 to sl-pts-historia
           ELSE
           IF cant-movs > 0 then
              move 5 to sl-pts-historia
           ELSE
              move 0 to sl-pts-historia
           END-IF
           END-IF
           END-IF

           IF sobregirada = "S" OR cant-episodios > 2 then
              move 0 to sl-pts-sobregiro
           ELSE
           IF cant-episodios > 0 then
              move 10 to sl-pts-sobregiro
           ELSE
              move 25 to sl-pts-sobregiro
           END-IF
           END-IF

           compute cuota-nueva = sl-importe / sl-cuotas
           add cuota-nueva to carga-cuotas
           IF hay-atraso = "S" OR sl-ingresos = 0 then
              move 0 to sl-pts-cuotas
           ELSE
              compute pct-carga = carga-cuotas * 100 / sl-ingresos
              IF pct-carga <= 30 then
                 move 25 to sl-pts-cuotas
              ELSE
              IF pct-carga <= 50 then
                 move 10 to sl-pts-cuotas
              ELSE
                 move 0 to sl-pts-cuotas
              END-IF
              END-IF
           END-IF

           IF etapa-max = 0 then
              move 25 to sl-pts-cobranza
           ELSE
           IF etapa-max = 1 then
              move 10 to sl-pts-cobranza
           ELSE
              move 0 to sl-pts-cobranza
           END-IF
           END-IF

           compute sl-puntaje = sl-pts-historia + sl-pts-sobregiro
              + sl-pts-cuotas + sl-pts-cobranza.

       HISTORIA-CUENTA.
           move cta-saldo to saldo-replay
           OPEN  input MOVIMIENTOS
           IF mov-status = "00" then
              move cta-id to mv-cta
              move ventana-desde to mv-fecha
              move 0 to mv-seq
              move "N" to FIN-MOVS
              START MOVIMIENTOS KEY IS >= mv-clave
                 INVALID KEY
                    MOVE "S" TO FIN-MOVS
              END-START
              PERFORM UNTIL FIN-MOVS = "S"
              READ MOVIMIENTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-MOVS
              NOT AT END
                 IF mv-cta NOT = cta-id then
                    MOVE "S" TO FIN-MOVS
                 ELSE
                 IF mv-estado NOT = "R" AND mv-estado NOT = "X" then
                    add 1 to cant-movs
                    IF mv-tipo = "C" then
                       subtract mv-importe from saldo-replay
                    ELSE
                       add mv-importe to saldo-replay
                    END-IF
                 END-IF
                 END-IF
              END-READ
              END-PERFORM

              move cta-id to mv-cta
              move ventana-desde to mv-fecha
              move 0 to mv-seq
              move "N" to FIN-MOVS
              START MOVIMIENTOS KEY IS >= mv-clave
                 INVALID KEY
                    MOVE "S" TO FIN-MOVS
              END-START
              PERFORM UNTIL FIN-MOVS = "S"
              READ MOVIMIENTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-MOVS
              NOT AT END
                 IF mv-cta NOT = cta-id then
                    MOVE "S" TO FIN-MOVS
                 ELSE
                 IF mv-estado NOT = "R" AND mv-estado NOT = "X" then
                    move saldo-replay to saldo-anterior
                    IF mv-tipo = "C" then
                       add mv-importe to saldo-replay
                    ELSE
                       subtract mv-importe from saldo-replay
                    END-IF
                    IF saldo-anterior >= 0 AND saldo-replay < 0 then
                       add 1 to cant-episodios
                    END-IF
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE MOVIMIENTOS
           END-IF.

       CUOTAS-VIGENTES.
           OPEN  input PRESTAMOS
           IF prestamos-status = "00" then
              OPEN  input CUOTAS
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PRESTAMOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move "N" to plan-propio
                 PERFORM VARYING indice-c FROM 1 BY 1
                    UNTIL indice-c > cant-ctas
                    IF ct-id(indice-c) = pl-cta then
                       move "S" to plan-propio
                    END-IF
                 END-PERFORM
                 IF plan-propio = "S" AND pl-estado = "A" then
                    add pl-cuota-imp to carga-cuotas
                    IF cuotas-status = "00" then
                       PERFORM BUSCAR-ATRASO
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              IF cuotas-status = "00" then
                 CLOSE CUOTAS
              END-IF
              CLOSE PRESTAMOS
           END-IF.

       BUSCAR-ATRASO.
           move "N" to FIN-MOVS
           move pl-id to pc-prestamo
           move 0 to pc-nro
           START CUOTAS KEY IS >= pc-clave
              INVALID KEY
                 MOVE "S" TO FIN-MOVS
           END-START
           PERFORM UNTIL FIN-MOVS = "S"
           READ CUOTAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-MOVS
           NOT AT END
              IF pc-prestamo NOT = pl-id then
                 MOVE "S" TO FIN-MOVS
              ELSE
              IF pc-pagada = "N" AND pc-vence < hoy then
                 move "S" to hay-atraso
              END-IF
              END-IF
           END-READ
           END-PERFORM.

       ETAPA-COBRANZA.
           OPEN  input COBRANZAS
           IF cobranzas-status = "00" then
              PERFORM VARYING indice-c FROM 1 BY 1
                 UNTIL indice-c > cant-ctas
                 move ct-id(indice-c) to cb-cta
                 READ COBRANZAS KEY IS cb-cta
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF cb-etapa > etapa-max then
                       move cb-etapa to etapa-max
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE COBRANZAS
           END-IF.

       GRABAR-SOLICITUD.
           OPEN  i-o SOLICITUDES
           IF solicitudes-status = "35" then
              OPEN  output SOLICITUDES
              CLOSE SOLICITUDES
              OPEN  i-o SOLICITUDES
           END-IF
           move reg-solicitud to solicitud-nueva
           move 0 to id-nuevo
           move "N" to FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ SOLICITUDES NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF sl-id > id-nuevo then
                 move sl-id to id-nuevo
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           move "SOLICITUD" to nombre-contador
           move id-nuevo to minimo-contador
           CALL 'contador' USING nombre-contador
              minimo-contador valor-contador
           IF valor-contador = 0 then
              DISPLAY "No se pudo obtener un numero: la agenda esta "
                 "bloqueada, intente mas tarde."
           ELSE
              move valor-contador to id-nuevo
              move solicitud-nueva to reg-solicitud
              PERFORM ARMAR-SOLICITUD
              WRITE reg-solicitud
                 INVALID KEY
                    DISPLAY "No se pudo registrar la solicitud."
                 NOT INVALID KEY
                    PERFORM INFORMAR-ALTA
              END-WRITE
           END-IF
           CLOSE SOLICITUDES.

       ARMAR-SOLICITUD.
           move id-nuevo to sl-id
           move hoy to sl-fecha
           move operador-actual to sl-operador
           move 0 to sl-prestamo
           move 0 to sl-fecha-carta
           MOVE SPACE TO sl-carta
           IF sl-importe > monto-visado OR sl-puntaje < puntaje-corte
              then
              move "E" to sl-estado
              move 0 to sl-fecha-dec
              IF sl-importe > monto-visado then
                 move "importe sobre el monto sin visado"
                    to sl-motivo
              ELSE
                 move "puntaje bajo el minimo" to sl-motivo
              END-IF
           ELSE
              move "A" to sl-estado
              move hoy to sl-fecha-dec
              move "aprobada por calificacion" to sl-motivo
           END-IF.

       INFORMAR-ALTA.
           DISPLAY "Solicitud " sl-id " registrada."
           DISPLAY "Calificacion: " sl-puntaje " (historia "
              sl-pts-historia ", sobregiros " sl-pts-sobregiro
              ", cuotas " sl-pts-cuotas ", cobranza "
              sl-pts-cobranza ")"
           move "SOL-ALTA" to aud-accion
           move sl-solicitante to aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario
           IF sl-aprobada then
              DISPLAY "Aprobada por calificacion: puede convertirse "
                 "en plan de prestamo."
           ELSE
              DISPLAY "Requiere aprobacion: " sl-motivo
              PERFORM ARMAR-DETALLE
              CALL 'visado' USING programa-visado detalle-visado
                 resultado-visado
           END-IF.

       ARMAR-DETALLE.
           MOVE SPACES TO detalle-visado
           move sl-importe to importe-edit
           STRING "SOLICITUD " DELIMITED BY SIZE
              sl-id DELIMITED BY SIZE
              " IMPORTE " DELIMITED BY SIZE
              importe-edit DELIMITED BY SIZE
              " PUNTAJE " DELIMITED BY SIZE
              sl-puntaje DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              sl-solicitante DELIMITED BY SIZE
              INTO detalle-visado.

       ACTUALIZAR-VISADOS.
           move 0 to cant-cambios
           OPEN  i-o SOLICITUDES
           IF solicitudes-status = "00" then
              OPEN  i-o APROBACIONES
              IF aprob-status = "00" then
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ APROBACIONES NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF ap-programa = programa-visado AND
                       ap-detalle(1:10) = "SOLICITUD " AND
                       ap-detalle(11:6) IS NUMERIC AND
                       (ap-estado = "A" OR ap-estado = "R") then
                       PERFORM APLICAR-VISADO
                    END-IF
                 END-READ
                 END-PERFORM
                 move "N" to FIN-ARCHIVO
                 CLOSE APROBACIONES
              END-IF
              CLOSE SOLICITUDES
           END-IF
           IF cant-cambios > 0 then
              DISPLAY cant-cambios " solicitud(es) resueltas en "
                 "aprobaciones desde la ultima consulta."
           END-IF.

       APLICAR-VISADO.
           move ap-detalle(11:6) to id-en-detalle
           move id-en-detalle to sl-id
           READ SOLICITUDES KEY IS sl-id
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF sl-en-aprobacion then
                 add 1 to cant-cambios
                 move hoy to sl-fecha-dec
                 IF ap-estado = "A" then
                    move "A" to sl-estado
                    MOVE SPACES TO sl-motivo
                    STRING "aprobada por " DELIMITED BY SIZE
                       ap-revisor DELIMITED BY SIZE
                       INTO sl-motivo
                    move "E" to ap-estado
                    REWRITE reg-aprobacion
                    move "SOL-APROB" to aud-accion
                 ELSE
                    move "D" to sl-estado
                    move ap-comentario to sl-motivo
                    IF sl-motivo = SPACES then
                       move "rechazada en aprobacion" to sl-motivo
                    END-IF
                    move "N" to sl-carta
                    move "SOL-DECL" to aud-accion
                 END-IF
                 REWRITE reg-solicitud
                 move sl-solicitante to aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
              END-IF
           END-READ.

       LISTAR-SOLICITUDES.
           OPEN  input SOLICITUDES
           IF solicitudes-status NOT = "00" then
              DISPLAY "No hay solicitudes registradas todavia."
           ELSE
              DISPLAY "Nro    Fecha    Solicitante                    "
                 "Importe  Ctas Pts Est Motivo"
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ SOLICITUDES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move "S" to alguno
                 DISPLAY sl-id " " sl-fecha " " sl-solicitante " "
                    sl-importe " " sl-cuotas " " sl-puntaje "  "
                    sl-estado "  " sl-motivo(1:30)
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              IF alguno = "N" then
                 DISPLAY "No hay solicitudes registradas todavia."
              END-IF
              CLOSE SOLICITUDES
           END-IF.

       CONSULTAR-SOLICITUD.
           OPEN  input SOLICITUDES
           IF solicitudes-status NOT = "00" then
              DISPLAY "No hay solicitudes registradas todavia."
           ELSE
              DISPLAY "Numero de solicitud"
              move 0 to id-pedido
              ACCEPT id-pedido
              move id-pedido to sl-id
              READ SOLICITUDES KEY IS sl-id
              INVALID KEY
                 DISPLAY "No existe esa solicitud."
              NOT INVALID KEY
                 PERFORM MOSTRAR-SOLICITUD
              END-READ
              CLOSE SOLICITUDES
           END-IF.

       MOSTRAR-SOLICITUD.
           DISPLAY "----------------------------------------"
           DISPLAY "Solicitud......: " sl-id " del " sl-fecha
              " (" sl-operador ")"
           DISPLAY "Solicitante....: " sl-solicitante
           DISPLAY "Cuenta.........: " sl-cta
           DISPLAY "Importe........: " sl-importe " en " sl-cuotas
              " cuota(s)"
           DISPLAY "Destino........: " sl-destino
           DISPLAY "Ingresos.......: " sl-ingresos
           DISPLAY "Calificacion...: " sl-puntaje
           DISPLAY "   historia de la cuenta.....: " sl-pts-historia
           DISPLAY "   episodios de sobregiro....: " sl-pts-sobregiro
           DISPLAY "   cuotas sobre ingresos.....: " sl-pts-cuotas
           DISPLAY "   etapa de cobranza.........: " sl-pts-cobranza
           IF sl-en-aprobacion then
              DISPLAY "Estado.........: en aprobacion"
           ELSE
           IF sl-aprobada then
              DISPLAY "Estado.........: aprobada el " sl-fecha-dec
           ELSE
           IF sl-declinada then
              DISPLAY "Estado.........: declinada el " sl-fecha-dec
              IF sl-carta-enviada then
                 DISPLAY "Carta de declinacion emitida el "
                    sl-fecha-carta
              ELSE
                 DISPLAY "Carta de declinacion pendiente."
              END-IF
           ELSE
           IF sl-otorgada then
              DISPLAY "Estado.........: otorgada, plan " sl-prestamo
           END-IF
           END-IF
           END-IF
           END-IF
           DISPLAY "Motivo.........: " sl-motivo
           DISPLAY "----------------------------------------".

       DECLINAR-SOLICITUD.
           move "N" to generar-carta
           OPEN  i-o SOLICITUDES
           IF solicitudes-status NOT = "00" then
              DISPLAY "No hay solicitudes registradas todavia."
           ELSE
              DISPLAY "Numero de solicitud"
              move 0 to id-pedido
              ACCEPT id-pedido
              move id-pedido to sl-id
              READ SOLICITUDES KEY IS sl-id
              INVALID KEY
                 DISPLAY "No existe esa solicitud."
              NOT INVALID KEY
                 IF sl-declinada OR sl-otorgada then
                    DISPLAY "Esa solicitud ya fue resuelta."
                 ELSE
                    PERFORM MOSTRAR-SOLICITUD
                    DISPLAY "Motivo de la declinacion"
                    MOVE SPACES TO sl-motivo
                    ACCEPT sl-motivo
                    IF sl-motivo = SPACES then
                       DISPLAY "El motivo es obligatorio."
                    ELSE
                       move "D" to sl-estado
                       move hoy to sl-fecha-dec
                       move "N" to sl-carta
                       REWRITE reg-solicitud
                       DISPLAY "Solicitud declinada."
                       move "SOL-DECL" to aud-accion
                       move sl-solicitante to aud-usuario
                       CALL 'auditar' USING aud-accion aud-usuario
                       move "S" to generar-carta
                    END-IF
                 END-IF
              END-READ
              CLOSE SOLICITUDES
           END-IF
           IF generar-carta = "S" then
              DISPLAY "Emitir ahora las cartas de declinacion "
                 "pendientes? (S/N)"
              MOVE SPACES TO decision
              ACCEPT decision
              IF decision = "S" OR decision = "s" then
                 CALL 'cartas' USING reg-retorno
              ELSE
                 DISPLAY "Quedan pendientes para cartas (filtro D)."
              END-IF
           END-IF.

       COPY "parampr.cpy".
