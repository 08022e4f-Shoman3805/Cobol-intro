       IDENTIFICATION DIVISION.
       PROGRAM-ID. ficha.

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

           SELECT DIRECCIONES ASSIGN TO "direcciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS d-clave
           FILE STATUS IS direcciones-status.

           SELECT EMPRESAS ASSIGN TO "empresas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS e-id
           FILE STATUS IS empresas-status.

           SELECT GRUPOS ASSIGN TO "grupos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS g-clave
           FILE STATUS IS grupos-status.

           SELECT RELACIONES ASSIGN TO "relaciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS r-clave
           FILE STATUS IS relaciones-status.

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

           SELECT TAREAS ASSIGN TO "tareas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS t-clave
           FILE STATUS IS tareas-status.

           SELECT CITAS ASSIGN TO "citas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS c-clave
           FILE STATUS IS citas-status.

           SELECT LLAMADAS ASSIGN TO "llamadas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS llamadas-status.

           SELECT NOTAS ASSIGN TO "notas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS n-clave
           FILE STATUS IS notas-status.

           SELECT PRINTFILE ASSIGN TO "ficha_contacto.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  EMPRESAS.
       01  reg-empresa.
           05 e-id pic x(10).
           05 e-razon pic x(30).
           05 e-cuit pic x(13).
           05 e-telefono pic 9(10).

       FD  GRUPOS.
       01  reg-grupo.
           05 g-clave.
              10 g-usuario pic x(30).
              10 g-grupo pic x(10).

       FD  RELACIONES.
       01  reg-relacion.
           05 r-clave.
              10 r-usuario1 pic x(30).
              10 r-usuario2 pic x(30).
           05 r-tipo pic x(10).

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

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

       FD  NOTAS.
       01  reg-nota.
           05 n-clave.
              10 n-usuario pic x(30).
              10 n-seq pic 9(03).
           05 n-fecha pic 9(08).
           05 n-texto pic x(60).

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 status-contactos pic x(2).
       01 direcciones-status pic x(2).
       01 empresas-status pic x(2).
       01 grupos-status pic x(2).
       01 relaciones-status pic x(2).
       01 status-cuentas pic x(2).
       01 mov-status pic x(2).
       01 tareas-status pic x(2).
       01 citas-status pic x(2).
       01 llamadas-status pic x(2).
       01 notas-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-MOVS pic x(1) value "N".
       01 hoy pic 9(08).
       01 usuario-ficha pic x(30).
       01 contacto-hallado pic x(1).
       01 opcion-ficha pic x(1).
       01 alguno pic x(1).
       01 linea-ficha pic x(100).
       01 cant-lineas pic 9(03) value 0.
       01 cant-perdidas pic 9(03) value 0.
       01 indice-lin pic 9(03).
       01 tabla-ficha.
           05 ficha-linea OCCURS 400 TIMES pic x(100).
       01 cant-ultimos pic 9(01).
       01 indice-ult pic 9(01).
       01 tabla-ultimos.
           05 ultimo-linea OCCURS 5 TIMES pic x(100).
       01 cant-citas pic 9(02).
       01 texnum pic x(10).
       01 saldo-edit pic -(6)9.
       01 importe-edit pic z(5)9.
       01 total-saldo pic s9(08).
       01 total-edit pic -(7)9.
       01 en-pagina pic 9(02).
       01 respuesta-pag pic x(1).
       01 acc-programa pic x(10) value "ficha".
       01 acc-usuario pic x(30).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-lineas
           move 0 to cant-perdidas

           ACCEPT hoy FROM DATE YYYYMMDD

           DISPLAY "Ficha completa del contacto"
           DISPLAY "Usuario"
           MOVE SPACES TO usuario-ficha
           ACCEPT usuario-ficha

           move "N" to contacto-hallado
           OPEN  input CONTACTOS
           IF status-contactos = "00" then
              move usuario-ficha to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "S" to contacto-hallado
              END-READ
              CLOSE CONTACTOS
           END-IF

           IF usuario-ficha = SPACES OR contacto-hallado NOT = "S" then
              DISPLAY "Ese contacto no existe."
              move "A" to ret-estado
              move "contacto inexistente" to ret-motivo
           ELSE
              PERFORM ARMAR-FICHA
              DISPLAY "V- Ver en pantalla  I- Imprimir al spool"
              MOVE SPACES TO opcion-ficha
              ACCEPT opcion-ficha
              INSPECT opcion-ficha CONVERTING "vi" TO "VI"
              IF opcion-ficha = "I" then
                 PERFORM IMPRIMIR-FICHA
              ELSE
                 PERFORM MOSTRAR-FICHA
              END-IF
              move usuario-ficha to acc-usuario
              CALL 'acceso' USING acc-programa acc-usuario
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       AGREGAR-LINEA.
           IF cant-lineas < 400 then
              add 1 to cant-lineas
              move linea-ficha to ficha-linea(cant-lineas)
           ELSE
              add 1 to cant-perdidas
           END-IF
           MOVE SPACES TO linea-ficha.

       GUARDAR-ULTIMO.
           IF cant-ultimos < 5 then
              add 1 to cant-ultimos
           ELSE
              PERFORM VARYING indice-ult FROM 1 BY 1
                 UNTIL indice-ult > 4
                 move ultimo-linea(indice-ult + 1) to
                    ultimo-linea(indice-ult)
              END-PERFORM
           END-IF
           move linea-ficha to ultimo-linea(cant-ultimos)
           MOVE SPACES TO linea-ficha.

       VOLCAR-ULTIMOS.
           PERFORM VARYING indice-ult FROM 1 BY 1
              UNTIL indice-ult > cant-ultimos
              move ultimo-linea(indice-ult) to linea-ficha
              PERFORM AGREGAR-LINEA
           END-PERFORM.

       ARMAR-FICHA.
           MOVE SPACES TO linea-ficha
           STRING "FICHA DEL CONTACTO " DELIMITED BY SIZE
              usuario-ficha DELIMITED BY "  "
              " AL " DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-ficha
           PERFORM AGREGAR-LINEA
           PERFORM FICHA-DATOS
           PERFORM FICHA-DIRECCIONES
           PERFORM FICHA-RELACIONES
           PERFORM FICHA-CUENTAS
           PERFORM FICHA-TAREAS
           PERFORM FICHA-CITAS
           PERFORM FICHA-LLAMADAS
           PERFORM FICHA-NOTAS
           IF cant-perdidas > 0 then
              move SPACES to linea-ficha
              STRING "(" DELIMITED BY SIZE
                 cant-perdidas DELIMITED BY SIZE
                 " linea(s) mas no caben en la ficha)"
                 DELIMITED BY SIZE
                 INTO linea-ficha
              move linea-ficha to ficha-linea(400)
           END-IF.

       FICHA-DATOS.
           MOVE SPACES TO linea-ficha
           PERFORM AGREGAR-LINEA
           MOVE "DATOS PERSONALES" TO linea-ficha
           PERFORM AGREGAR-LINEA
           STRING "  Nombre: " DELIMITED BY SIZE
              nom DELIMITED BY "  "
              " " DELIMITED BY SIZE
              ap DELIMITED BY "  "
              "   Categoria: " DELIMITED BY SIZE
              categoria DELIMITED BY SIZE
              INTO linea-ficha
           PERFORM AGREGAR-LINEA
           IF activo = "N" then
              MOVE "  ** CONTACTO DADO DE BAJA **" TO linea-ficha
              PERFORM AGREGAR-LINEA
           END-IF
           move num to texnum
           STRING "  Telefono: " DELIMITED BY SIZE
              texnum(1:2) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              texnum(3:4) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              texnum(7:4) DELIMITED BY SIZE
              "   Secundario: " DELIMITED BY SIZE
              num2 DELIMITED BY SIZE
              INTO linea-ficha
           PERFORM AGREGAR-LINEA
           IF email-estado = "R" then
              STRING "  Email: " DELIMITED BY SIZE
                 email DELIMITED BY "  "
                 " (rebotado el " DELIMITED BY SIZE
                 email-rebote DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO linea-ficha
           ELSE
              STRING "  Email: " DELIMITED BY SIZE
                 email DELIMITED BY "  "
                 INTO linea-ficha
           END-IF
           PERFORM AGREGAR-LINEA
           STRING "  Nacimiento: " DELIMITED BY SIZE
              nacimiento DELIMITED BY SIZE
              "   Responsable: " DELIMITED BY SIZE
              duenio DELIMITED BY SIZE
              INTO linea-ficha
           PERFORM AGREGAR-LINEA
           IF llam-desde IS NUMERIC AND llam-hasta IS NUMERIC AND
              (llam-desde NOT = 0 OR llam-hasta NOT = 0) then
              STRING "  Horario de llamada: " DELIMITED BY SIZE
                 llam-desde DELIMITED BY SIZE
                 " a " DELIMITED BY SIZE
                 llam-hasta DELIMITED BY SIZE
                 INTO linea-ficha
              PERFORM AGREGAR-LINEA
           END-IF
           IF msg NOT = SPACES then
              STRING "  Notas adicionales: " DELIMITED BY SIZE
                 msg DELIMITED BY SIZE
                 INTO linea-ficha
              PERFORM AGREGAR-LINEA
           END-IF
           STRING "  Consentimiento: carta " DELIMITED BY SIZE
              cons-carta DELIMITED BY SIZE
              "  email " DELIMITED BY SIZE
              cons-email DELIMITED BY SIZE
              "  telefono " DELIMITED BY SIZE
              cons-tel DELIMITED BY SIZE
              "  (registrado " DELIMITED BY SIZE
              cons-fecha DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO linea-ficha
           PERFORM AGREGAR-LINEA
           IF empresa NOT = SPACES then
              MOVE SPACES TO e-razon
              OPEN  input EMPRESAS
              IF empresas-status = "00" then
                 move empresa to e-id
                 READ EMPRESAS KEY IS e-id
                 INVALID KEY
                    MOVE SPACES TO e-razon
                 END-READ
                 CLOSE EMPRESAS
              END-IF
              STRING "  Empresa: " DELIMITED BY SIZE
                 empresa DELIMITED BY "  "
                 " " DELIMITED BY SIZE
                 e-razon DELIMITED BY SIZE
                 INTO linea-ficha
              PERFORM AGREGAR-LINEA
           END-IF
           move "N" to alguno
           OPEN  input GRUPOS
           IF grupos-status = "00" then
              move usuario-ficha to g-usuario
              MOVE LOW-VALUES TO g-grupo
              move "N" to FIN-ARCHIVO
              START GRUPOS KEY IS >= g-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              MOVE "  Grupos:" TO linea-ficha
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ GRUPOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF g-usuario NOT = usuario-ficha then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                    move "S" to alguno
                    STRING "    " DELIMITED BY SIZE
                       g-grupo DELIMITED BY SIZE
                       INTO linea-ficha
                    PERFORM AGREGAR-LINEA
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE GRUPOS
           END-IF
           IF alguno = "N" then
              MOVE "  Grupos: ninguno" TO linea-ficha
              PERFORM AGREGAR-LINEA
           END-IF.

       FICHA-DIRECCIONES.
           MOVE SPACES TO linea-ficha
           PERFORM AGREGAR-LINEA
           MOVE "DIRECCIONES" TO linea-ficha
           PERFORM AGREGAR-LINEA
           move "N" to alguno
           OPEN  input DIRECCIONES
           IF direcciones-status = "00" then
              move usuario-ficha to d-usuario
              MOVE LOW-VALUES TO d-tipo
              move "N" to FIN-ARCHIVO
              START DIRECCIONES KEY IS >= d-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ DIRECCIONES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF d-usuario NOT = usuario-ficha then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                    move "S" to alguno
                    STRING "  " DELIMITED BY SIZE
                       d-tipo DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       d-calle DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       d-ciudad DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       d-provincia DELIMITED BY "  "
                       " (" DELIMITED BY SIZE
                       d-cp DELIMITED BY " "
                       ")" DELIMITED BY SIZE
                       INTO linea-ficha
                    PERFORM AGREGAR-LINEA
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE DIRECCIONES
           END-IF
           IF alguno = "N" then
              MOVE "  (sin direcciones registradas)" TO linea-ficha
              PERFORM AGREGAR-LINEA
           END-IF.

       FICHA-RELACIONES.
           MOVE SPACES TO linea-ficha
           PERFORM AGREGAR-LINEA
           MOVE "RELACIONES" TO linea-ficha
           PERFORM AGREGAR-LINEA
           move "N" to alguno
           OPEN  input RELACIONES
           IF relaciones-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ RELACIONES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF r-usuario1 = usuario-ficha then
                    move "S" to alguno
                    STRING "  " DELIMITED BY SIZE
                       r-tipo DELIMITED BY SIZE
                       " de " DELIMITED BY SIZE
                       r-usuario2 DELIMITED BY SIZE
                       INTO linea-ficha
                    PERFORM AGREGAR-LINEA
                 ELSE
                 IF r-usuario2 = usuario-ficha then
                    move "S" to alguno
                    STRING "  " DELIMITED BY SIZE
                       r-usuario1 DELIMITED BY "  "
                       " es " DELIMITED BY SIZE
                       r-tipo DELIMITED BY "  "
                       " de este contacto" DELIMITED BY SIZE
                       INTO linea-ficha
                    PERFORM AGREGAR-LINEA
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE RELACIONES
           END-IF
           IF alguno = "N" then
              MOVE "  (sin relaciones registradas)" TO linea-ficha
              PERFORM AGREGAR-LINEA
           END-IF.

       FICHA-CUENTAS.
           MOVE SPACES TO linea-ficha
           PERFORM AGREGAR-LINEA
           MOVE "CUENTAS Y ULTIMOS MOVIMIENTOS" TO linea-ficha
           PERFORM AGREGAR-LINEA
           move "N" to alguno
           move 0 to total-saldo
           OPEN  input CUENTAS
           IF status-cuentas = "00" then
              OPEN  input MOVIMIENTOS
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CUENTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cta-titular = usuario-ficha then
                    move "S" to alguno
                    PERFORM FICHA-UNA-CUENTA
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              IF mov-status = "00" OR mov-status = "10" then
                 CLOSE MOVIMIENTOS
              END-IF
              CLOSE CUENTAS
           END-IF
           IF alguno = "N" then
              MOVE "  (sin cuentas a su nombre)" TO linea-ficha
              PERFORM AGREGAR-LINEA
           ELSE
              move total-saldo to total-edit
              STRING "  Saldo total de sus cuentas: " DELIMITED BY SIZE
                 total-edit DELIMITED BY SIZE
                 INTO linea-ficha
              PERFORM AGREGAR-LINEA
           END-IF.

       FICHA-UNA-CUENTA.
           add cta-saldo to total-saldo
           move cta-saldo to saldo-edit
           STRING "  Cuenta " DELIMITED BY SIZE
              cta-id DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              cta-moneda DELIMITED BY SIZE
              " saldo " DELIMITED BY SIZE
              saldo-edit DELIMITED BY SIZE
              "  estado " DELIMITED BY SIZE
              cta-estado DELIMITED BY SIZE
              "  producto " DELIMITED BY SIZE
              cta-producto DELIMITED BY SIZE
              INTO linea-ficha
           PERFORM AGREGAR-LINEA
           IF cta-dormida = "S" then
              MOVE "    (cuenta dormida)" TO linea-ficha
              PERFORM AGREGAR-LINEA
           END-IF
           IF cta-sobregiro NOT = 0 then
              STRING "    En sobregiro desde " DELIMITED BY SIZE
                 cta-sobregiro DELIMITED BY SIZE
                 INTO linea-ficha
              PERFORM AGREGAR-LINEA
           END-IF
           move 0 to cant-ultimos
           IF mov-status = "00" OR mov-status = "10" then
              move cta-id to mv-cta
              move 0 to mv-fecha
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
                    move mv-importe to importe-edit
                    STRING "    " DELIMITED BY SIZE
                       mv-fecha DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       mv-tipo DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       importe-edit DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       mv-referencia DELIMITED BY SIZE
                       INTO linea-ficha
                    PERFORM GUARDAR-ULTIMO
                 END-IF
              END-READ
              END-PERFORM
           END-IF
           PERFORM VOLCAR-ULTIMOS.

       FICHA-TAREAS.
           MOVE SPACES TO linea-ficha
           PERFORM AGREGAR-LINEA
           MOVE "TAREAS PENDIENTES" TO linea-ficha
           PERFORM AGREGAR-LINEA
           move "N" to alguno
           OPEN  input TAREAS
           IF tareas-status = "00" then
              move usuario-ficha to t-usuario
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
                 IF t-usuario NOT = usuario-ficha then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                 IF t-estado = "P" then
                    move "S" to alguno
                    STRING "  vence " DELIMITED BY SIZE
                       t-vence DELIMITED BY SIZE
                       " [" DELIMITED BY SIZE
                       t-prioridad DELIMITED BY SIZE
                       "] " DELIMITED BY SIZE
                       t-texto DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       t-operador DELIMITED BY SIZE
                       INTO linea-ficha
                    PERFORM AGREGAR-LINEA
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE TAREAS
           END-IF
           IF alguno = "N" then
              MOVE "  (sin tareas pendientes)" TO linea-ficha
              PERFORM AGREGAR-LINEA
           END-IF.

       FICHA-CITAS.
           MOVE SPACES TO linea-ficha
           PERFORM AGREGAR-LINEA
           MOVE "PROXIMAS CITAS" TO linea-ficha
           PERFORM AGREGAR-LINEA
           move 0 to cant-citas
           OPEN  input CITAS
           IF citas-status = "00" then
              move hoy to c-fecha
              move 0 to c-hini
              MOVE LOW-VALUES TO c-usuario
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
                 IF c-usuario = usuario-ficha AND c-resultado = SPACE
                    then
                    add 1 to cant-citas
                    STRING "  " DELIMITED BY SIZE
                       c-fecha DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       c-hini DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       c-hfin DELIMITED BY SIZE
                       " sala " DELIMITED BY SIZE
                       c-sala DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       c-motivo DELIMITED BY "  "
                       " (" DELIMITED BY SIZE
                       c-operador DELIMITED BY "  "
                       ")" DELIMITED BY SIZE
                       INTO linea-ficha
                    PERFORM AGREGAR-LINEA
                    IF cant-citas >= 5 then
                       MOVE "S" TO FIN-ARCHIVO
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE CITAS
           END-IF
           IF cant-citas = 0 then
              MOVE "  (sin citas proximas)" TO linea-ficha
              PERFORM AGREGAR-LINEA
           END-IF.

       FICHA-LLAMADAS.
           MOVE SPACES TO linea-ficha
           PERFORM AGREGAR-LINEA
           MOVE "ULTIMAS LLAMADAS" TO linea-ficha
           PERFORM AGREGAR-LINEA
           move 0 to cant-ultimos
           OPEN  input LLAMADAS
           IF llamadas-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ LLAMADAS
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF ll-usuario = usuario-ficha then
                    STRING "  " DELIMITED BY SIZE
                       ll-fecha DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ll-hora(1:4) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       ll-duracion DELIMITED BY SIZE
                       " seg  " DELIMITED BY SIZE
                       ll-resultado DELIMITED BY SIZE
                       INTO linea-ficha
                    PERFORM GUARDAR-ULTIMO
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE LLAMADAS
           END-IF
           IF cant-ultimos = 0 then
              MOVE "  (sin llamadas registradas)" TO linea-ficha
              PERFORM AGREGAR-LINEA
           ELSE
              PERFORM VOLCAR-ULTIMOS
           END-IF.

       FICHA-NOTAS.
           MOVE SPACES TO linea-ficha
           PERFORM AGREGAR-LINEA
           MOVE "ULTIMAS NOTAS" TO linea-ficha
           PERFORM AGREGAR-LINEA
           move 0 to cant-ultimos
           OPEN  input NOTAS
           IF notas-status = "00" then
              move usuario-ficha to n-usuario
              move 0 to n-seq
              move "N" to FIN-ARCHIVO
              START NOTAS KEY IS >= n-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ NOTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF n-usuario NOT = usuario-ficha then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                    STRING "  " DELIMITED BY SIZE
                       n-fecha DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       n-texto DELIMITED BY SIZE
                       INTO linea-ficha
                    PERFORM GUARDAR-ULTIMO
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE NOTAS
           END-IF
           IF cant-ultimos = 0 then
              MOVE "  (sin notas registradas)" TO linea-ficha
              PERFORM AGREGAR-LINEA
           ELSE
              PERFORM VOLCAR-ULTIMOS
           END-IF.

       MOSTRAR-FICHA.
           move 0 to en-pagina
           PERFORM VARYING indice-lin FROM 1 BY 1
              UNTIL indice-lin > cant-lineas
              DISPLAY ficha-linea(indice-lin)
              add 1 to en-pagina
              IF en-pagina = 20 AND indice-lin < cant-lineas then
                 move 0 to en-pagina
                 DISPLAY "-- more -- (ENTER para continuar)"
                 accept respuesta-pag
              END-IF
           END-PERFORM.

       IMPRIMIR-FICHA.
           OPEN  output PRINTFILE
           PERFORM VARYING indice-lin FROM 1 BY 1
              UNTIL indice-lin > cant-lineas
              move ficha-linea(indice-lin) to linea-print
              write linea-print
           END-PERFORM
           CLOSE PRINTFILE
           move "FICHA" to spool-reporte
           move "ficha_contacto.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo
           DISPLAY "Ficha impresa en ficha_contacto.txt".
