       IDENTIFICATION DIVISION.
       PROGRAM-ID. garantia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GARANTIAS ASSIGN TO "garantias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS gt-clave
           FILE STATUS IS garantias-status.

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

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

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

       FD  GARANTIAS.
       COPY "garantia.cpy" REPLACING ==:PREFIJO:== BY == ==.

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

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 garantias-status pic x(2).
       01 prestamos-status pic x(2).
       01 cuotas-status pic x(2).
       01 status-cuentas pic x(2).
       01 status-contactos pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 opcion-gar pic x(1).
       01 alguno pic x(1).
       01 plan-pedido pic 9(04).
       01 seq-pedida pic 9(03).
       01 plan-ok pic x(1).
       01 deudor pic x(30).
       01 tipo-pedido pic x(1).
       01 datos-ok pic x(1).
       01 seq-mayor pic 9(03).
       01 pendiente pic 9(10).
       01 cobertura pic 9(11).
       01 pct-cobertura pic 9(05).
       01 fecha-aux pic 9(08).
       01 dias-aux pic s9(7).
       01 fec-valida pic x(1).
       01 nuevo-registro pic x(140).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.

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

           DISPLAY "Garantias de prestamos"
           DISPLAY "A- Alta de garante o bien en garantia"
           DISPLAY "L- Garantias de un plan y su cobertura"
           DISPLAY "B- Liberar una garantia"
           DISPLAY "R- Reporte de planes con cobertura insuficiente"
           ACCEPT opcion-gar
           INSPECT opcion-gar CONVERTING "albr" TO "ALBR"

           IF opcion-gar = "A" then
              PERFORM ALTA-GARANTIA
              accept FIN-ARCHIVO
           ELSE
           IF opcion-gar = "L" then
              PERFORM LISTAR-GARANTIAS
              accept FIN-ARCHIVO
           ELSE
           IF opcion-gar = "B" then
              PERFORM LIBERAR-GARANTIA
              accept FIN-ARCHIVO
           ELSE
           IF opcion-gar = "R" then
              CALL 'cobertura' USING parm-modo parm-depto reg-retorno
           ELSE
              DISPLAY "Opcion invalida."
              accept FIN-ARCHIVO
           END-IF
           END-IF
           END-IF
           END-IF

           EXIT PROGRAM.

       PEDIR-PLAN.
           DISPLAY "Numero de plan de prestamo"
           move 0 to plan-pedido
           ACCEPT plan-pedido
           move "N" to plan-ok
           MOVE SPACES TO deudor
           OPEN  input PRESTAMOS
           IF prestamos-status NOT = "00" then
              DISPLAY "No hay prestamos registrados todavia."
           ELSE
              move plan-pedido to pl-id
              READ PRESTAMOS KEY IS pl-id
              INVALID KEY
                 DISPLAY "No existe ese plan."
              NOT INVALID KEY
                 move "S" to plan-ok
              END-READ
              CLOSE PRESTAMOS
           END-IF
           IF plan-ok = "S" then
              OPEN  input CUENTAS
              IF status-cuentas = "00" then
                 move pl-cta to cta-id
                 READ CUENTAS KEY IS cta-id
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move cta-titular to deudor
                 END-READ
                 CLOSE CUENTAS
              END-IF
              DISPLAY "Plan " pl-id " cuenta " pl-cta " deudor "
                 deudor " principal " pl-principal " (" pl-estado ")"
           END-IF.

       ALTA-GARANTIA.
           PERFORM PEDIR-PLAN
           IF plan-ok = "S" AND pl-estado NOT = "A" then
              move "N" to plan-ok
              DISPLAY "El plan no esta activo."
           END-IF
           IF plan-ok = "S" then
              MOVE SPACES TO reg-garantia
              move plan-pedido to gt-prestamo
              DISPLAY "Tipo: G- Garante  C- Bien en garantia"
              MOVE SPACES TO tipo-pedido
              ACCEPT tipo-pedido
              INSPECT tipo-pedido CONVERTING "gc" TO "GC"
              move tipo-pedido to gt-tipo
              move "N" to datos-ok
              IF gt-garante then
                 PERFORM PEDIR-GARANTE
              ELSE
              IF gt-prenda then
                 PERFORM PEDIR-BIEN
              ELSE
                 DISPLAY "Tipo invalido."
              END-IF
              END-IF
              IF datos-ok = "S" then
                 PERFORM GRABAR-GARANTIA
              END-IF
           END-IF.

       PEDIR-GARANTE.
           DISPLAY "Usuario del garante (de contactos.txt)"
           ACCEPT gt-usuario
           IF gt-usuario = deudor then
              DISPLAY "El deudor no puede ser su propio garante."
           ELSE
              OPEN  input CONTACTOS
              IF status-contactos NOT = "00" then
                 DISPLAY "No se pudo abrir la agenda de contactos."
              ELSE
                 move gt-usuario to usuario
                 READ CONTACTOS KEY IS usuario
                 INVALID KEY
                    DISPLAY "Ese usuario no existe en la agenda."
                 NOT INVALID KEY
                    IF usuario = "##VERSION##" OR activo = "N"
                       then
                       DISPLAY "Ese usuario no esta activo."
                    ELSE
                       move "S" to datos-ok
                       DISPLAY "Garante: " nom " " ap
                    END-IF
                 END-READ
                 CLOSE CONTACTOS
              END-IF
           END-IF
           IF datos-ok = "S" then
              move "GARANTE" to gt-clase
              DISPLAY "Descripcion (p. ej. fianza solidaria)"
              ACCEPT gt-descripcion
              DISPLAY "Importe que garantiza (0 = todo el prestamo)"
              move 0 to gt-valor
              ACCEPT gt-valor
              IF gt-valor = 0 then
                 move pl-principal to gt-valor
              END-IF
              move hoy to gt-fecha-tasacion
           END-IF.

       PEDIR-BIEN.
           DISPLAY "Clase de bien (INMUEBLE, VEHICULO, PLAZOFIJO, ...)"
           ACCEPT gt-clase
           INSPECT gt-clase CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Descripcion del bien"
           ACCEPT gt-descripcion
           DISPLAY "Valor de tasacion"
           move 0 to gt-valor
           ACCEPT gt-valor
           DISPLAY "Fecha de tasacion (AAAAMMDD)"
           move 0 to gt-fecha-tasacion
           ACCEPT gt-fecha-tasacion
           CALL 'fechas' USING "V" gt-fecha-tasacion fecha-aux dias-aux
              fec-valida
           IF gt-clase = SPACES OR gt-descripcion = SPACES OR
              gt-valor = 0 then
              DISPLAY "Datos invalidos, garantia no registrada."
           ELSE
           IF fec-valida NOT = "S" OR gt-fecha-tasacion > hoy then
              DISPLAY "Fecha de tasacion invalida."
           ELSE
              move "S" to datos-ok
           END-IF
           END-IF.

       GRABAR-GARANTIA.
           move "A" to gt-estado
           move hoy to gt-fecha-alta
           move operador-actual to gt-operador
           move reg-garantia to nuevo-registro
           OPEN  i-o GARANTIAS
           IF garantias-status = "35" then
              OPEN  output GARANTIAS
              CLOSE GARANTIAS
              OPEN  i-o GARANTIAS
           END-IF
           move 0 to seq-mayor
           move plan-pedido to gt-prestamo
           move 0 to gt-seq
           move "N" to FIN-ARCHIVO
           START GARANTIAS KEY IS >= gt-clave
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ GARANTIAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF gt-prestamo NOT = plan-pedido then
                 MOVE "S" TO FIN-ARCHIVO
              ELSE
                 move gt-seq to seq-mayor
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           move nuevo-registro to reg-garantia
           compute gt-seq = seq-mayor + 1
           WRITE reg-garantia
              INVALID KEY
                 DISPLAY "No se pudo registrar la garantia."
              NOT INVALID KEY
                 DISPLAY "Garantia " gt-prestamo "/" gt-seq
                    " registrada."
                 move "GAR-ALTA" to aud-accion
                 IF gt-garante then
                    move gt-usuario to aud-usuario
                 ELSE
                    move deudor to aud-usuario
                 END-IF
                 CALL 'auditar' USING aud-accion aud-usuario
           END-WRITE
           CLOSE GARANTIAS.

       LISTAR-GARANTIAS.
           PERFORM PEDIR-PLAN
           IF plan-ok = "S" then
              move 0 to pendiente
              OPEN  input CUOTAS
              IF cuotas-status = "00" then
                 move plan-pedido to pc-prestamo
                 move 0 to pc-nro
                 move "N" to FIN-ARCHIVO
                 START CUOTAS KEY IS >= pc-clave
                    INVALID KEY
                       MOVE "S" TO FIN-ARCHIVO
                 END-START
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ CUOTAS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF pc-prestamo NOT = plan-pedido then
                       MOVE "S" TO FIN-ARCHIVO
                    ELSE
                    IF pc-pagada = "N" then
                       add pc-importe to pendiente
                    END-IF
                    END-IF
                 END-READ
                 END-PERFORM
                 move "N" to FIN-ARCHIVO
                 CLOSE CUOTAS
              END-IF
              move 0 to cobertura
              move "N" to alguno
              DISPLAY "Seq Tipo Clase      Descripcion / garante      "
                 "              Valor      Tasacion Est"
              OPEN  input GARANTIAS
              IF garantias-status = "00" then
                 move plan-pedido to gt-prestamo
                 move 0 to gt-seq
                 move "N" to FIN-ARCHIVO
                 START GARANTIAS KEY IS >= gt-clave
                    INVALID KEY
                       MOVE "S" TO FIN-ARCHIVO
                 END-START
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ GARANTIAS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF gt-prestamo NOT = plan-pedido then
                       MOVE "S" TO FIN-ARCHIVO
                    ELSE
                       move "S" to alguno
                       IF gt-garante then
                          DISPLAY gt-seq " G    " gt-clase " "
                             gt-usuario "           " gt-valor " "
                             gt-fecha-tasacion " " gt-estado
                       ELSE
                          DISPLAY gt-seq " C    " gt-clase " "
                             gt-descripcion " " gt-valor " "
                             gt-fecha-tasacion " " gt-estado
                       END-IF
                       IF gt-vigente then
                          add gt-valor to cobertura
                       END-IF
                    END-IF
                 END-READ
                 END-PERFORM
                 move "N" to FIN-ARCHIVO
                 CLOSE GARANTIAS
              END-IF
              IF alguno = "N" then
                 DISPLAY "  (el plan no tiene garantias registradas)"
              END-IF
              DISPLAY "Saldo de capital pendiente..: " pendiente
              DISPLAY "Garantias vigentes..........: " cobertura
              IF pendiente > 0 then
                 compute pct-cobertura = cobertura * 100 / pendiente
                    ON SIZE ERROR
                       move 99999 to pct-cobertura
                 END-COMPUTE
                 DISPLAY "Cobertura...................: "
                    pct-cobertura "%"
              END-IF
           END-IF.

       LIBERAR-GARANTIA.
           OPEN  i-o GARANTIAS
           IF garantias-status NOT = "00" then
              DISPLAY "No hay garantias registradas todavia."
           ELSE
              DISPLAY "Numero de plan"
              move 0 to plan-pedido
              ACCEPT plan-pedido
              DISPLAY "Numero de garantia (Seq)"
              move 0 to seq-pedida
              ACCEPT seq-pedida
              move plan-pedido to gt-prestamo
              move seq-pedida to gt-seq
              READ GARANTIAS KEY IS gt-clave
              INVALID KEY
                 DISPLAY "No existe esa garantia."
              NOT INVALID KEY
                 IF gt-liberada then
                    DISPLAY "La garantia ya estaba liberada."
                 ELSE
                    move "L" to gt-estado
                    REWRITE reg-garantia
                    DISPLAY "Garantia liberada."
                    move "GAR-BAJA" to aud-accion
                    move gt-usuario to aud-usuario
                    IF gt-prenda then
                       move gt-descripcion to aud-usuario
                    END-IF
                    CALL 'auditar' USING aud-accion aud-usuario
                 END-IF
              END-READ
              CLOSE GARANTIAS
           END-IF.
