       IDENTIFICATION DIVISION.
       PROGRAM-ID. certificado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT DIRECCIONES ASSIGN TO "direcciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS d-clave
           FILE STATUS IS direcciones-status.

           SELECT CERTIFICADOS ASSIGN TO "certificados_registro.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ce-clave
           FILE STATUS IS certificados-status.

           SELECT PORCENTAJE ASSIGN TO "certificados_retencion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS porcentaje-status.

           SELECT PLANTILLA ASSIGN TO "plantilla_certificado.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS plantilla-status.

           SELECT CARTAS ASSIGN TO "certificados.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  DIRECCIONES.
       01  reg-direccion.
           05 d-clave.
              10 d-usuario pic x(30).
              10 d-tipo pic x(07).
           05 d-calle pic x(30).
           05 d-ciudad pic x(20).
           05 d-provincia pic x(20).
           05 d-cp pic x(08).

       FD  CERTIFICADOS.
       01  reg-certificado.
           05 ce-clave.
              10 ce-titular pic x(30).
              10 ce-anio pic 9(04).
           05 ce-numero pic 9(06).
           05 ce-interes pic 9(10).
           05 ce-comision pic 9(10).
           05 ce-porcentaje pic 9(02)v99.
           05 ce-retencion pic 9(10).
           05 ce-no-retenido pic 9(10).
           05 ce-cuentas pic 9(03).
           05 ce-fecha pic 9(08).
           05 ce-impresiones pic 9(03).

       FD  PORCENTAJE.
       01  linea-porcentaje.
           05 rp-porcentaje pic 9(02)v99.

       FD  PLANTILLA.
       01  linea-plantilla pic x(80).

       FD  CARTAS.
       01  linea-carta pic x(132).

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 status-cuentas pic x(2).
       01 mov-status pic x(2).
       01 status-contactos pic x(2).
       01 direcciones-status pic x(2).
       01 certificados-status pic x(2).
       01 porcentaje-status pic x(2).
       01 plantilla-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-MOVS pic x(1) value "N".
       01 opcion-cert pic x(1).
       01 alguno pic x(1).
       01 hoy pic 9(08).
       01 anio-hoy pic 9(04).
       01 anio-pedido pic 9(04).
       01 anio-cert pic 9(04).
       01 titular-pedido pic x(30).
       01 operador-actual pic x(20).
       01 porcentaje-ret pic 9(02)v99.
       01 porcentaje-pedido pic 9(02)v99.
       01 centesimas-pedidas pic 9(04).
       01 confirma pic x(1).
       01 mv-anio pic 9(04).
       01 cant-ctas pic 9(04).
       01 desborde pic x(1).
       01 tabla-cuentas.
           05 cuenta-cert OCCURS 2000 TIMES.
              10 ct-cta pic 9(05).
              10 ct-titular pic x(30).
              10 ct-interes pic 9(08).
              10 ct-comision pic 9(08).
              10 ct-hecho pic x(01).
       01 indice-cta pic 9(04).
       01 indice-tit pic 9(04).
       01 titular-actual pic x(30).
       01 interes-cta pic 9(08).
       01 comision-cta pic 9(08).
       01 retencion-cta pic 9(08).
       01 resultado-asiento pic x(1).
       01 saldo-asiento pic s9(8).
       01 cant-emitidos pic 9(05).
       01 cant-existentes pic 9(05).
       01 cant-rechazos pic 9(05).
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 reimpresion pic x(1).
       01 dir-hallada pic x(1).
       01 indice-tipo pic 9(1).
       01 tipos-dir-tabla.
           05 filler pic x(07) value "fiscal".
           05 filler pic x(07) value "casa".
           05 filler pic x(07) value "trabajo".
       01 tipos-dir REDEFINES tipos-dir-tabla
           pic x(07) occurs 3 times.
       01 cant-lineas pic 9(03) value 0.
       01 ix pic 9(03).
       01 src-linea pic x(80).
       01 out-linea pic x(132).
       01 pos-src pic 9(03).
       01 pos-out pic 9(03).
       01 valor-campo pic x(40).
       01 valor-len pic 9(02).
       01 salto pic 9(02).
       01 tabla-plantilla.
           05 plantilla-linea OCCURS 100 TIMES pic x(80).
       01 importe-edit pic z(9)9.
       01 porcentaje-edit pic z9.99.
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY ==a-==.

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           ACCEPT hoy FROM DATE YYYYMMDD
           move hoy(1:4) to anio-hoy
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

           PERFORM LEER-PORCENTAJE

           DISPLAY "Certificados anuales de intereses y retenciones"
           DISPLAY "G- Generar los certificados de un anio"
           DISPLAY "R- Reimprimir un certificado"
           DISPLAY "L- Listar el registro de certificados"
           DISPLAY "P- Fijar el porcentaje de retencion (actual "
              porcentaje-ret "%)"
           ACCEPT opcion-cert
           INSPECT opcion-cert CONVERTING "grlp" TO "GRLP"

           IF opcion-cert = "G" then
              PERFORM GENERAR-CERTIFICADOS
           ELSE
           IF opcion-cert = "R" then
              PERFORM REIMPRIMIR-CERTIFICADO
           ELSE
           IF opcion-cert = "L" then
              PERFORM LISTAR-CERTIFICADOS
           ELSE
           IF opcion-cert = "P" then
              PERFORM FIJAR-PORCENTAJE
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       LEER-PORCENTAJE.
           move 0 to porcentaje-ret
           OPEN  input PORCENTAJE
           IF porcentaje-status = "00" then
              READ PORCENTAJE
              AT END
                 CONTINUE
              NOT AT END
                 IF rp-porcentaje IS NUMERIC then
                    move rp-porcentaje to porcentaje-ret
                 END-IF
              END-READ
              CLOSE PORCENTAJE
           END-IF.

       FIJAR-PORCENTAJE.
           DISPLAY "Porcentaje de retencion sobre intereses en "
              "centesimas de porciento (2100 = 21,00%)"
           move 0 to centesimas-pedidas
           ACCEPT centesimas-pedidas
           compute porcentaje-pedido = centesimas-pedidas / 100
           move "S" to confirma
           IF porcentaje-pedido = 0 then
              DISPLAY "Retencion en 0%: no se retendra nada sobre los "
                 "intereses. Confirma? (S/N)"
              MOVE "N" TO confirma
              ACCEPT confirma
           END-IF
           IF confirma NOT = "S" AND confirma NOT = "s" then
              move porcentaje-ret to porcentaje-edit
              DISPLAY "Porcentaje sin cambios: " porcentaje-edit "%"
           ELSE
              PERFORM GRABAR-PORCENTAJE
           END-IF.

       GRABAR-PORCENTAJE.
           OPEN  output PORCENTAJE
           move porcentaje-pedido to rp-porcentaje
           write linea-porcentaje
           CLOSE PORCENTAJE
           move "CERT-PORC" to aud-accion
           MOVE SPACES TO aud-usuario
           move linea-porcentaje to aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario
           DISPLAY "Porcentaje de retencion registrado: "
              porcentaje-pedido.

       GENERAR-CERTIFICADOS.
           compute anio-cert = anio-hoy - 1
           DISPLAY "Anio a certificar (0 = " anio-cert ")"
           move 0 to anio-pedido
           ACCEPT anio-pedido
           IF anio-pedido NOT = 0 then
              move anio-pedido to anio-cert
           END-IF
           IF anio-cert >= anio-hoy then
              DISPLAY "Solo se certifican anios cerrados."
              move "A" to ret-estado
              move "anio no cerrado" to ret-motivo
           ELSE
              PERFORM ACUMULAR-ANIO
              IF cant-ctas = 0 then
                 DISPLAY "No hay intereses ni comisiones en "
                    anio-cert "."
              ELSE
                 PERFORM EMITIR-ANIO
              END-IF
           END-IF.

       ACUMULAR-ANIO.
           move 0 to cant-ctas
           move "N" to desborde
           OPEN  input CUENTAS
           IF status-cuentas NOT = "00" then
              DISPLAY "No hay cuentas registradas todavia."
           ELSE
              OPEN  input MOVIMIENTOS
              IF mov-status = "00" then
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ CUENTAS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF cta-titular NOT = SPACES then
                       PERFORM ACUMULAR-CUENTA
                    END-IF
                 END-READ
                 END-PERFORM
                 move "N" to FIN-ARCHIVO
                 CLOSE MOVIMIENTOS
              END-IF
              CLOSE CUENTAS
              IF desborde = "S" then
                 DISPLAY "Demasiadas cuentas, se certifican las "
                    "primeras " cant-ctas "."
              END-IF
           END-IF.

       ACUMULAR-CUENTA.
           move 0 to interes-cta
           move 0 to comision-cta
           move "N" to FIN-MOVS
           move cta-id to mv-cta
           compute mv-fecha = anio-cert * 10000 + 101
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
              move mv-fecha(1:4) to mv-anio
              IF mv-cta NOT = cta-id OR mv-anio > anio-cert then
                 MOVE "S" TO FIN-MOVS
              ELSE
              IF mv-estado NOT = "R" AND mv-estado NOT = "X" then
                 IF mv-tipo = "C" AND
                    mv-referencia(1:8) = "INTERES " then
                    add mv-importe to interes-cta
                 END-IF
                 IF mv-tipo = "D" AND
                    mv-referencia(1:9) = "COMISION " then
                    add mv-importe to comision-cta
                 END-IF
              END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-MOVS
           IF interes-cta > 0 OR comision-cta > 0 then
              IF cant-ctas < 2000 then
                 add 1 to cant-ctas
                 move cta-id to ct-cta(cant-ctas)
                 move cta-titular to ct-titular(cant-ctas)
                 move interes-cta to ct-interes(cant-ctas)
                 move comision-cta to ct-comision(cant-ctas)
                 move "N" to ct-hecho(cant-ctas)
              ELSE
                 move "S" to desborde
              END-IF
           END-IF.

       EMITIR-ANIO.
           move 0 to cant-emitidos
           move 0 to cant-existentes
           move 0 to cant-rechazos
           move "N" to reimpresion
           PERFORM CARGAR-PLANTILLA
           OPEN  i-o CERTIFICADOS
           IF certificados-status = "35" then
              OPEN  output CERTIFICADOS
              CLOSE CERTIFICADOS
              OPEN  i-o CERTIFICADOS
           END-IF
           OPEN  input CONTACTOS
           OPEN  input DIRECCIONES
           OPEN  output CARTAS

           PERFORM VARYING indice-tit FROM 1 BY 1
              UNTIL indice-tit > cant-ctas
              IF ct-hecho(indice-tit) = "N" then
                 PERFORM CERTIFICAR-TITULAR
              END-IF
           END-PERFORM

           CLOSE CARTAS
           IF direcciones-status = "00" then
              CLOSE DIRECCIONES
           END-IF
           IF status-contactos = "00" then
              CLOSE CONTACTOS
           END-IF
           CLOSE CERTIFICADOS

           DISPLAY cant-emitidos " certificado(s) emitidos en "
              "certificados.txt, " cant-existentes
              " ya emitidos antes (usar R para reimprimir)."
           IF cant-emitidos > 0 then
              move "CERTIFICADO" to spool-reporte
              move "certificados.txt" to spool-archivo
              CALL 'espool' USING spool-reporte spool-archivo
           END-IF
           move "O" to ret-estado
           move SPACES to ret-motivo
           IF cant-rechazos > 0 then
              DISPLAY cant-rechazos " retencion(es) no se pudieron "
                 "debitar; ver el certificado."
              move "A" to ret-estado
              move "retenciones no debitadas" to ret-motivo
           END-IF.

       CERTIFICAR-TITULAR.
           move ct-titular(indice-tit) to titular-actual
           move titular-actual to ce-titular
           move anio-cert to ce-anio
           READ CERTIFICADOS KEY IS ce-clave
           INVALID KEY
              PERFORM NUEVO-CERTIFICADO
           NOT INVALID KEY
              add 1 to cant-existentes
              PERFORM VARYING indice-cta FROM indice-tit BY 1
                 UNTIL indice-cta > cant-ctas
                 IF ct-titular(indice-cta) = titular-actual then
                    move "S" to ct-hecho(indice-cta)
                 END-IF
              END-PERFORM
           END-READ.

       NUEVO-CERTIFICADO.
           MOVE SPACES TO reg-certificado
           move titular-actual to ce-titular
           move anio-cert to ce-anio
           move 0 to ce-interes
           move 0 to ce-comision
           move 0 to ce-retencion
           move 0 to ce-no-retenido
           move 0 to ce-cuentas
           move porcentaje-ret to ce-porcentaje
           PERFORM VARYING indice-cta FROM indice-tit BY 1
              UNTIL indice-cta > cant-ctas
              IF ct-titular(indice-cta) = titular-actual then
                 move "S" to ct-hecho(indice-cta)
                 add 1 to ce-cuentas
                 add ct-interes(indice-cta) to ce-interes
                 add ct-comision(indice-cta) to ce-comision
                 PERFORM RETENER-CUENTA
              END-IF
           END-PERFORM
           move "CERTIFICADO" to nombre-contador
           move 1 to minimo-contador
           CALL 'contador' USING nombre-contador
              minimo-contador valor-contador
           move valor-contador to ce-numero
           move hoy to ce-fecha
           move 1 to ce-impresiones
           WRITE reg-certificado
              INVALID KEY
                 CONTINUE
           END-WRITE
           add 1 to cant-emitidos
           move "CERT-ALTA" to aud-accion
           move titular-actual to aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario
           PERFORM EMITIR-CERTIFICADO.

       RETENER-CUENTA.
           compute retencion-cta ROUNDED =
              ct-interes(indice-cta) * porcentaje-ret / 100
           IF retencion-cta > 0 then
              MOVE SPACES TO a-reg-movimiento
              move ct-cta(indice-cta) to a-mv-cta
              move hoy to a-mv-fecha
              move "D" to a-mv-tipo
              move retencion-cta to a-mv-importe
              STRING "RETENCION " DELIMITED BY SIZE
                 anio-cert DELIMITED BY SIZE
                 INTO a-mv-referencia
              move operador-actual to a-mv-operador
              CALL 'asentar' USING a-reg-movimiento resultado-asiento
                 saldo-asiento reg-retorno
              IF resultado-asiento = "S" OR resultado-asiento = "Q"
                 then
                 add retencion-cta to ce-retencion
              ELSE
                 add retencion-cta to ce-no-retenido
                 add 1 to cant-rechazos
                 DISPLAY "Cuenta " ct-cta(indice-cta)
                    ": retencion no debitada, " ret-motivo
              END-IF
           END-IF.

       EMITIR-CERTIFICADO.
           MOVE SPACES TO nom
           MOVE SPACES TO ap
           IF status-contactos = "00" then
              move ce-titular to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 move ce-titular to nom
              END-READ
           END-IF

           MOVE ALL "=" TO linea-carta
           write linea-carta
           MOVE SPACES TO linea-carta
           STRING "CERTIFICADO DE INTERESES Y RETENCIONES - ANIO "
              DELIMITED BY SIZE
              ce-anio DELIMITED BY SIZE
              " - N. " DELIMITED BY SIZE
              ce-numero DELIMITED BY SIZE
              INTO linea-carta
           write linea-carta
           IF reimpresion = "S" then
              MOVE SPACES TO linea-carta
              STRING "REIMPRESION N. " DELIMITED BY SIZE
                 ce-impresiones DELIMITED BY SIZE
                 " DEL " DELIMITED BY SIZE
                 hoy DELIMITED BY SIZE
                 INTO linea-carta
              write linea-carta
           END-IF
           MOVE SPACES TO linea-carta
           STRING "Sr/Sra " DELIMITED BY SIZE
              nom DELIMITED BY "  "
              " " DELIMITED BY SIZE
              ap DELIMITED BY "  "
              INTO linea-carta
           END-STRING
           write linea-carta

           move "N" to dir-hallada
           IF direcciones-status = "00" then
              PERFORM VARYING indice-tipo FROM 1 BY 1
                 UNTIL indice-tipo > 3 OR dir-hallada = "S"
                 move ce-titular to d-usuario
                 move tipos-dir(indice-tipo) to d-tipo
                 READ DIRECCIONES KEY IS d-clave
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move "S" to dir-hallada
                 END-READ
              END-PERFORM
           END-IF
           IF dir-hallada = "S" then
              move d-calle to linea-carta
              write linea-carta
              MOVE SPACES TO linea-carta
              STRING d-ciudad DELIMITED BY "  "
                 ", " DELIMITED BY SIZE
                 d-provincia DELIMITED BY "  "
                 " (" DELIMITED BY SIZE
                 d-cp DELIMITED BY "  "
                 ")" DELIMITED BY SIZE
                 INTO linea-carta
              END-STRING
              write linea-carta
           ELSE
              MOVE "(sin direccion registrada)" TO linea-carta
              write linea-carta
           END-IF

           IF cant-lineas = 0 then
              MOVE SPACES TO linea-carta
              move ce-interes to importe-edit
              STRING "Intereses acreditados en el anio: "
                 DELIMITED BY SIZE
                 importe-edit DELIMITED BY SIZE
                 INTO linea-carta
              write linea-carta
              MOVE SPACES TO linea-carta
              move ce-comision to importe-edit
              STRING "Comisiones cobradas en el anio:   "
                 DELIMITED BY SIZE
                 importe-edit DELIMITED BY SIZE
                 INTO linea-carta
              write linea-carta
              MOVE SPACES TO linea-carta
              move ce-retencion to importe-edit
              move ce-porcentaje to porcentaje-edit
              STRING "Retencion practicada (" DELIMITED BY SIZE
                 porcentaje-edit DELIMITED BY SIZE
                 "%):      " DELIMITED BY SIZE
                 importe-edit DELIMITED BY SIZE
                 INTO linea-carta
              write linea-carta
           ELSE
              PERFORM VARYING ix FROM 1 BY 1
                 UNTIL ix > cant-lineas
                 move plantilla-linea(ix) to src-linea
                 PERFORM SUSTITUIR-LINEA
                 move out-linea to linea-carta
                 write linea-carta
              END-PERFORM
           END-IF
           IF ce-no-retenido > 0 then
              MOVE SPACES TO linea-carta
              move ce-no-retenido to importe-edit
              STRING "Retencion no debitada por falta de fondos: "
                 DELIMITED BY SIZE
                 importe-edit DELIMITED BY SIZE
                 INTO linea-carta
              write linea-carta
           END-IF.

       CARGAR-PLANTILLA.
           move 0 to cant-lineas
           move "N" to FIN-ARCHIVO
           OPEN  input PLANTILLA
           IF plantilla-status = "00" then
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PLANTILLA
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cant-lineas < 100 then
                    add 1 to cant-lineas
                    move linea-plantilla to
                       plantilla-linea(cant-lineas)
                 END-IF
              END-READ
              END-PERFORM
              CLOSE PLANTILLA
           END-IF
           move "N" to FIN-ARCHIVO.

       SUSTITUIR-LINEA.
           MOVE SPACES TO out-linea
           move 1 to pos-out
           PERFORM VARYING pos-src FROM 1 BY 1 UNTIL pos-src > 80
              move 0 to salto
              IF src-linea(pos-src:1) = "&" AND pos-src <= 74 then
                 IF src-linea(pos-src:7) = "&NOMBRE" then
                    move nom to valor-campo
                    move 7 to salto
                 END-IF
                 IF pos-src <= 72 AND
                    src-linea(pos-src:9) = "&APELLIDO" then
                    move ap to valor-campo
                    move 9 to salto
                 END-IF
                 IF src-linea(pos-src:5) = "&ANIO" then
                    move ce-anio to valor-campo
                    move 5 to salto
                 END-IF
                 IF pos-src <= 73 AND
                    src-linea(pos-src:8) = "&INTERES" then
                    move ce-interes to importe-edit
                    move importe-edit to valor-campo
                    move 8 to salto
                 END-IF
                 IF pos-src <= 72 AND
                    src-linea(pos-src:9) = "&COMISION" then
                    move ce-comision to importe-edit
                    move importe-edit to valor-campo
                    move 9 to salto
                 END-IF
                 IF pos-src <= 71 AND
                    src-linea(pos-src:10) = "&RETENCION" then
                    move ce-retencion to importe-edit
                    move importe-edit to valor-campo
                    move 10 to salto
                 END-IF
                 IF pos-src <= 70 AND
                    src-linea(pos-src:11) = "&PORCENTAJE" then
                    move ce-porcentaje to porcentaje-edit
                    move porcentaje-edit to valor-campo
                    move 11 to salto
                 END-IF
                 IF src-linea(pos-src:7) = "&NUMERO" then
                    move ce-numero to valor-campo
                    move 7 to salto
                 END-IF
              END-IF
              IF salto = 0 then
                 IF pos-out <= 132 then
                    move src-linea(pos-src:1) to
                       out-linea(pos-out:1)
                    add 1 to pos-out
                 END-IF
              ELSE
                 move 40 to valor-len
                 PERFORM VARYING valor-len FROM 40 BY -1 UNTIL
                    valor-len = 0 OR
                    valor-campo(valor-len:1) NOT = SPACE
                 END-PERFORM
                 IF valor-len > 0 AND pos-out + valor-len <= 132
                    then
                    move valor-campo(1:valor-len) to
                       out-linea(pos-out:valor-len)
                    add valor-len to pos-out
                 END-IF
                 compute pos-src = pos-src + salto - 1
              END-IF
           END-PERFORM.

       REIMPRIMIR-CERTIFICADO.
           OPEN  i-o CERTIFICADOS
           IF certificados-status NOT = "00" then
              DISPLAY "No hay certificados emitidos todavia."
           ELSE
              DISPLAY "Titular (usuario del contacto)"
              MOVE SPACES TO titular-pedido
              ACCEPT titular-pedido
              DISPLAY "Anio del certificado"
              move 0 to anio-pedido
              ACCEPT anio-pedido
              move titular-pedido to ce-titular
              move anio-pedido to ce-anio
              READ CERTIFICADOS KEY IS ce-clave
              INVALID KEY
                 DISPLAY "No hay certificado para ese titular y anio."
              NOT INVALID KEY
                 add 1 to ce-impresiones
                 REWRITE reg-certificado
                 move "S" to reimpresion
                 PERFORM CARGAR-PLANTILLA
                 OPEN  input CONTACTOS
                 OPEN  input DIRECCIONES
                 OPEN  output CARTAS
                 PERFORM EMITIR-CERTIFICADO
                 CLOSE CARTAS
                 IF direcciones-status = "00" then
                    CLOSE DIRECCIONES
                 END-IF
                 IF status-contactos = "00" then
                    CLOSE CONTACTOS
                 END-IF
                 move "CERT-REIMP" to aud-accion
                 move ce-titular to aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
                 DISPLAY "Certificado " ce-numero " reimpreso en "
                    "certificados.txt"
              END-READ
              CLOSE CERTIFICADOS
           END-IF.

       LISTAR-CERTIFICADOS.
           OPEN  input CERTIFICADOS
           IF certificados-status NOT = "00" then
              DISPLAY "No hay certificados emitidos todavia."
           ELSE
              DISPLAY "Anio (0 = todos)"
              move 0 to anio-pedido
              ACCEPT anio-pedido
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CERTIFICADOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF anio-pedido = 0 OR ce-anio = anio-pedido then
                    move "S" to alguno
                    DISPLAY ce-numero " " ce-anio " " ce-titular
                       " int " ce-interes " ret " ce-retencion
                       " impr " ce-impresiones
                 END-IF
              END-READ
              END-PERFORM
              IF alguno = "N" then
                 DISPLAY "No hay certificados para ese anio."
              END-IF
              CLOSE CERTIFICADOS
           END-IF
           move "N" to FIN-ARCHIVO.
