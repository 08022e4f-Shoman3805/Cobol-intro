       IDENTIFICATION DIVISION.
       PROGRAM-ID. parametro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       FD  PARAMETROS.
       COPY "parametro.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-param pic x(1).
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 alguno pic x(1).
       01 codigo-param pic x(12).
       01 vigencia-param pic 9(08).
       01 valor-param pic s9(09).
       01 descripcion-param pic x(30).
       01 codigo-valido pic x(1).
       01 fecha-nula pic 9(08) value 0.
       01 fec-dias pic s9(7).
       01 fec-valida pic x(1).
       01 valor-edit pic -(8)9.
       01 espacios-edit pic 9(02).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 indice-cat pic 9(02).
       01 catalogo-tabla.
           05 filler pic x(12) value "LIQ-TASA".
           05 filler pic x(44) value
              "Tasa sin producto, centesimas de %".
           05 filler pic x(12) value "LIQ-COMISION".
           05 filler pic x(44) value
              "Comision fija sin producto (liquidar)".
           05 filler pic x(12) value "DORM-MESES".
           05 filler pic x(44) value
              "Meses sin movimientos: cuenta dormida".
           05 filler pic x(12) value "ARCH-DIAS".
           05 filler pic x(44) value
              "Dias de retencion de bajas (archivar)".
           05 filler pic x(12) value "COB-DIAS-INI".
           05 filler pic x(44) value
              "Dias en sobregiro antes del recordatorio".
           05 filler pic x(12) value "COB-DIAS-SIG".
           05 filler pic x(44) value
              "Dias minimos entre etapas de cobranza".
           05 filler pic x(12) value "COB-ETAPAS".
           05 filler pic x(44) value
              "Ultima etapa de cobranza (1 a 3)".
           05 filler pic x(12) value "VIG-UMB-MIN".
           05 filler pic x(44) value
              "Umbral minimo de vigilancia de saldos".
           05 filler pic x(12) value "VIG-MAX-CTAS".
           05 filler pic x(44) value
              "Tope de cuentas vigiladas (0 = sin tope)".
           05 filler pic x(12) value "LIM-SUBA-PCT".
           05 filler pic x(44) value
              "Revision de limites: % de suba".
           05 filler pic x(12) value "LIM-BAJA-PCT".
           05 filler pic x(44) value
              "Revision de limites: % de baja".
           05 filler pic x(12) value "LIM-SALDOMIN".
           05 filler pic x(44) value
              "Saldo minimo del trimestre para subir".
           05 filler pic x(12) value "LIM-SOBREG".
           05 filler pic x(44) value
              "Sobregiros del trimestre que bajan el limite".
           05 filler pic x(12) value "LIM-BASE".
           05 filler pic x(44) value
              "Limite inicial para cuentas sin limite".
           05 filler pic x(12) value "LIM-TOPE".
           05 filler pic x(44) value
              "Tope general del limite de credito".
           05 filler pic x(12) value "FACT-DIAS".
           05 filler pic x(44) value
              "Dias para el vencimiento de las facturas".
           05 filler pic x(12) value "COM-CTA-ALTA".
           05 filler pic x(44) value
              "Comision fija por cuenta nueva".
           05 filler pic x(12) value "COM-PRESTAMO".
           05 filler pic x(44) value
              "Comision prestamos (centesimas de %)".
           05 filler pic x(12) value "COM-CONTRATO".
           05 filler pic x(44) value
              "Comision contratos (centesimas de %)".
           05 filler pic x(12) value "COM-SALDO".
           05 filler pic x(44) value
              "Comision crecimiento de saldos (cent. de %)".
           05 filler pic x(12) value "LIQ-BASE".
           05 filler pic x(44) value
              "Base de interes: 0 saldo, 1 saldo promedio".
           05 filler pic x(12) value "ARB-RAMAS".
           05 filler pic x(44) value
              "Arbol de llamadas: contactos por llamador".
           05 filler pic x(12) value "ARB-ESPERA".
           05 filler pic x(44) value
              "Arbol de llamadas: minutos antes de escalar".
           05 filler pic x(12) value "PRE-MONTO".
           05 filler pic x(44) value
              "Solicitudes de prestamo: importe con visado".
           05 filler pic x(12) value "PRE-CORTE".
           05 filler pic x(44) value
              "Solicitudes de prestamo: puntaje minimo".
           05 filler pic x(12) value "GAR-COBERT".
           05 filler pic x(44) value
              "Cobertura minima de garantias (% del saldo)".
           05 filler pic x(12) value "TEX-CORTE".
           05 filler pic x(44) value
              "Transferencias a otros bancos: corte (HHMM)".
           05 filler pic x(12) value "TEX-BANCO".
           05 filler pic x(44) value
              "Codigo de entidad propia ante la camara".
       01 catalogo REDEFINES catalogo-tabla.
           05 cat-reg OCCURS 28 TIMES.
              10 cat-codigo pic x(12).
              10 cat-texto pic x(44).
       COPY "param.cpy".

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

           DISPLAY "Parametros del negocio"
           DISPLAY "F- Fijar el valor de un parametro desde una fecha"
           DISPLAY "C- Consultar el valor vigente en una fecha"
           DISPLAY "L- Listar todos los valores registrados"
           ACCEPT opcion-param
           INSPECT opcion-param CONVERTING "fcl" TO "FCL"

           IF opcion-param = "F" then
              PERFORM FIJAR-PARAMETRO
           ELSE
           IF opcion-param = "C" then
              PERFORM CONSULTAR-PARAMETRO
           ELSE
           IF opcion-param = "L" then
              PERFORM LISTAR-PARAMETROS
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       MOSTRAR-CATALOGO.
           DISPLAY "Parametros conocidos:"
           PERFORM VARYING indice-cat FROM 1 BY 1
              UNTIL indice-cat > 28
              DISPLAY "  " cat-codigo(indice-cat) " "
                 cat-texto(indice-cat)
           END-PERFORM.

       PEDIR-CODIGO.
           PERFORM MOSTRAR-CATALOGO
           DISPLAY "Codigo del parametro"
           MOVE SPACES TO codigo-param
           ACCEPT codigo-param
           INSPECT codigo-param CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move "N" to codigo-valido
           PERFORM VARYING indice-cat FROM 1 BY 1
              UNTIL indice-cat > 28
              IF cat-codigo(indice-cat) = codigo-param then
                 move "S" to codigo-valido
                 move cat-texto(indice-cat) to descripcion-param
              END-IF
           END-PERFORM
           IF codigo-valido NOT = "S" then
              DISPLAY "Ese parametro no existe."
           END-IF.

       FIJAR-PARAMETRO.
           PERFORM PEDIR-CODIGO
           IF codigo-valido = "S" then
              DISPLAY "Vigente desde (AAAAMMDD, 0 = hoy)"
              move 0 to vigencia-param
              ACCEPT vigencia-param
              IF vigencia-param = 0 then
                 move hoy to vigencia-param
              END-IF
              CALL 'fechas' USING "V" vigencia-param fecha-nula
                 fec-dias fec-valida
              DISPLAY "Valor (entero, puede ser negativo)"
              move 0 to valor-param
              ACCEPT valor-param
              IF fec-valida NOT = "S" then
                 DISPLAY "Fecha invalida."
              ELSE
              IF vigencia-param < hoy then
                 DISPLAY "No se puede cambiar un valor con vigencia "
                    "pasada; use la fecha de hoy o una futura."
              ELSE
                 PERFORM GRABAR-PARAMETRO
              END-IF
              END-IF
           END-IF.

       GRABAR-PARAMETRO.
           OPEN  i-o PARAMETROS
           IF PAR-STATUS = "35" then
              OPEN  output PARAMETROS
              CLOSE PARAMETROS
              OPEN  i-o PARAMETROS
           END-IF
           move codigo-param to pa-codigo
           move vigencia-param to pa-vigencia
           move valor-param to pa-valor
           move descripcion-param to pa-descripcion
           move hoy to pa-alta
           move operador-actual to pa-operador
           WRITE reg-parametro
              INVALID KEY
                 REWRITE reg-parametro
           END-WRITE
           CLOSE PARAMETROS
           move valor-param to valor-edit
           move 0 to espacios-edit
           INSPECT valor-edit TALLYING espacios-edit FOR LEADING SPACES
           move "PARAMETRO" to aud-accion
           MOVE SPACES TO aud-usuario
           STRING codigo-param DELIMITED BY " "
              " " DELIMITED BY SIZE
              vigencia-param DELIMITED BY SIZE
              "=" DELIMITED BY SIZE
              valor-edit(espacios-edit + 1:) DELIMITED BY SIZE
              INTO aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario
           DISPLAY codigo-param " = " valor-edit " desde "
              vigencia-param.

       CONSULTAR-PARAMETRO.
           PERFORM PEDIR-CODIGO
           IF codigo-valido = "S" then
              DISPLAY "Fecha de proceso (AAAAMMDD, 0 = hoy)"
              move 0 to PAR-FECHA
              ACCEPT PAR-FECHA
              IF PAR-FECHA = 0 then
                 move hoy to PAR-FECHA
              END-IF
              move codigo-param to PAR-CODIGO
              PERFORM LEER-PARAMETRO
              IF PAR-HALLADO = "S" then
                 DISPLAY codigo-param " = " PAR-EDIT
                    " (vigente desde " PAR-VIGENCIA ")"
              ELSE
                 DISPLAY "No hay valor vigente para esa fecha: el "
                    "programa usa su valor por omision."
              END-IF
           END-IF.

       LISTAR-PARAMETROS.
           OPEN  input PARAMETROS
           IF PAR-STATUS NOT = "00" then
              DISPLAY "No hay parametros registrados todavia."
           ELSE
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PARAMETROS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move "S" to alguno
                 move pa-valor to valor-edit
                 IF pa-vigencia > hoy then
                    DISPLAY pa-codigo " " pa-vigencia " " valor-edit
                       " " pa-operador " (futuro)"
                 ELSE
                    DISPLAY pa-codigo " " pa-vigencia " " valor-edit
                       " " pa-operador
                 END-IF
              END-READ
              END-PERFORM
              IF alguno = "N" then
                 DISPLAY "No hay parametros registrados todavia."
              END-IF
              CLOSE PARAMETROS
           END-IF
           move "N" to FIN-ARCHIVO.

       COPY "parampr.cpy".
