       IDENTIFICATION DIVISION.
       PROGRAM-ID. suscribir.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SUSCRIPCIONES ASSIGN TO "suscripciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS su-id
           FILE STATUS IS suscripciones-status.

           SELECT CLAVES ASSIGN TO "claves.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS claves-status.

           SELECT MAESTRO ASSIGN TO "deptos_maestro.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS dm-depto
           FILE STATUS IS maestro-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  SUSCRIPCIONES.
       COPY "suscripcion.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CLAVES.
       01  reg-clave.
           05 cl-operador pic x(20).
           05 filler pic x(01).
           05 cl-hash pic 9(05).
           05 filler pic x(01).
           05 cl-fecha pic 9(08).
           05 filler pic x(01).
           05 cl-forzar pic x(01).
           05 filler pic x(01).
           05 cl-fallos pic 9(01).
           05 filler pic x(01).
           05 cl-bloq pic x(01).

       FD  MAESTRO.
       01  reg-maestro.
           05 dm-depto pic x(10).
           05 dm-gerente pic x(30).
           05 dm-capacidad pic 9(04).
           05 dm-activo pic x(01).

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 suscripciones-status pic x(2).
       01 claves-status pic x(2).
       01 maestro-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 opcion-sus pic x(1).
       01 alguna pic x(1).
       01 datos-ok pic x(1).
       01 id-mayor pic 9(04).
       01 id-pedido pic 9(04).
       01 indice-rep pic 9(02).
       01 nuevo-registro pic x(100).
       01 frecuencia-texto pic x(24).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 tabla-reportes-sus.
           05 filler pic x(52) value
              "AGENDADIA   Hoja de agenda del dia y el siguiente   ".
           05 filler pic x(52) value
              "SOBREGIRO   Cuentas en sobregiro                    ".
           05 filler pic x(52) value
              "COMPOSICION Composicion de la cartera de contactos  ".
           05 filler pic x(52) value
              "LLAMSTATS   Estadisticas de llamadas (AAAAMM)       ".
           05 filler pic x(52) value
              "COBERTURA   Prestamos con garantias insuficientes   ".
           05 filler pic x(52) value
              "GRUPOEXP    Exposicion por grupo empresario         ".
           05 filler pic x(52) value
              "PIPELINE    Oportunidades abiertas por etapa        ".
           05 filler pic x(52) value
              "EMBUDO      Embudo de etapas de contactos           ".
           05 filler pic x(52) value
              "CASOS       Antiguedad de casos abiertos            ".
           05 filler pic x(52) value
              "CASOSMES    Resolucion de casos del mes             ".
           05 filler pic x(52) value
              "ATRIBUCION  Uso de atribuciones y sobrepasos del dia".
       01 reportes-sus REDEFINES tabla-reportes-sus.
           05 rep-sus OCCURS 11 TIMES.
              10 rs-codigo pic x(12).
              10 rs-descripcion pic x(40).

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

           DISPLAY "Suscripciones a reportes de la cadena nocturna"
           DISPLAY "A- Alta de suscripcion"
           DISPLAY "L- Listar suscripciones"
           DISPLAY "B- Baja de suscripcion"
           ACCEPT opcion-sus
           INSPECT opcion-sus CONVERTING "alb" TO "ALB"

           IF opcion-sus = "A" then
              PERFORM ALTA-SUSCRIPCION
           ELSE
           IF opcion-sus = "L" then
              PERFORM LISTAR-SUSCRIPCIONES
           ELSE
           IF opcion-sus = "B" then
              PERFORM BAJA-SUSCRIPCION
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       ALTA-SUSCRIPCION.
           MOVE SPACES TO reg-suscripcion
           DISPLAY "Reportes disponibles:"
           PERFORM VARYING indice-rep FROM 1 BY 1
              UNTIL indice-rep > 11
              DISPLAY "  " rs-codigo(indice-rep) " "
                 rs-descripcion(indice-rep)
           END-PERFORM
           DISPLAY "Codigo de reporte"
           ACCEPT su-reporte
           INSPECT su-reporte CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move "N" to datos-ok
           PERFORM VARYING indice-rep FROM 1 BY 1
              UNTIL indice-rep > 11
              IF rs-codigo(indice-rep) = su-reporte then
                 move "S" to datos-ok
              END-IF
           END-PERFORM
           IF datos-ok = "N" then
              DISPLAY "Ese reporte no admite suscripcion."
           ELSE
              DISPLAY "Parametro del reporte (departamento o periodo,"
                 " en blanco = todos)"
              ACCEPT su-parametro
              DISPLAY "Frecuencia: D- Diaria  S- Semanal  M- Mensual"
              ACCEPT su-frecuencia
              INSPECT su-frecuencia CONVERTING "dsm" TO "DSM"
              move 0 to su-dia
              IF su-diaria then
                 CONTINUE
              ELSE
              IF su-semanal then
                 DISPLAY "Dia de la semana (1 = lunes ... 7 = domingo)"
                 ACCEPT su-dia
                 IF su-dia < 1 OR su-dia > 7 then
                    DISPLAY "Dia de la semana invalido."
                    move "N" to datos-ok
                 END-IF
              ELSE
              IF su-mensual then
                 DISPLAY "Dia habil del mes (1 a 23)"
                 ACCEPT su-dia
                 IF su-dia < 1 OR su-dia > 23 then
                    DISPLAY "Dia habil invalido."
                    move "N" to datos-ok
                 END-IF
              ELSE
                 DISPLAY "Frecuencia invalida."
                 move "N" to datos-ok
              END-IF
              END-IF
              END-IF
           END-IF
           IF datos-ok = "S" then
              DISPLAY "Destinatario: O- Operador  D- Departamento"
              ACCEPT su-destino-tipo
              INSPECT su-destino-tipo CONVERTING "od" TO "OD"
              IF su-a-operador then
                 DISPLAY "Operador destinatario"
                 ACCEPT su-destino
                 PERFORM VALIDAR-OPERADOR
              ELSE
              IF su-a-depto then
                 DISPLAY "Departamento destinatario"
                 ACCEPT su-destino
                 PERFORM VALIDAR-DEPTO
              ELSE
                 DISPLAY "Tipo de destinatario invalido."
                 move "N" to datos-ok
              END-IF
              END-IF
           END-IF
           IF datos-ok = "S" then
              PERFORM GRABAR-SUSCRIPCION
           END-IF.

       VALIDAR-OPERADOR.
           move "N" to datos-ok
           OPEN  input CLAVES
           IF claves-status NOT = "00" then
              move "S" to datos-ok
           ELSE
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CLAVES
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cl-operador = su-destino then
                    move "S" to datos-ok
                    MOVE "S" TO FIN-ARCHIVO
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE CLAVES
           END-IF
           IF datos-ok = "N" then
              DISPLAY "El operador no esta registrado."
           END-IF.

       VALIDAR-DEPTO.
           move "N" to datos-ok
           OPEN  input MAESTRO
           IF maestro-status = "00" then
              move su-destino to dm-depto
              READ MAESTRO KEY IS dm-depto
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "S" to datos-ok
              END-READ
              CLOSE MAESTRO
           END-IF
           IF datos-ok = "N" then
              DISPLAY "El departamento no existe en el maestro."
           END-IF.

       GRABAR-SUSCRIPCION.
           move "A" to su-estado
           move 0 to su-ultima
           MOVE SPACE TO su-resultado
           move hoy to su-alta
           move operador-actual to su-operador
           move reg-suscripcion to nuevo-registro
           OPEN  i-o SUSCRIPCIONES
           IF suscripciones-status = "35" then
              OPEN  output SUSCRIPCIONES
              CLOSE SUSCRIPCIONES
              OPEN  i-o SUSCRIPCIONES
           END-IF
           move 0 to id-mayor
           move "N" to FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ SUSCRIPCIONES NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF su-id > id-mayor then
                 move su-id to id-mayor
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           move nuevo-registro to reg-suscripcion
           compute su-id = id-mayor + 1
           write reg-suscripcion
              INVALID KEY
                 DISPLAY "No se pudo grabar la suscripcion."
              NOT INVALID KEY
                 DISPLAY "Suscripcion " su-id " registrada."
                 move "SUSCRIBE" to aud-accion
                 move su-reporte to aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
           END-WRITE
           CLOSE SUSCRIPCIONES.

       LISTAR-SUSCRIPCIONES.
           OPEN  input SUSCRIPCIONES
           IF suscripciones-status NOT = "00" then
              DISPLAY "No hay suscripciones registradas."
           ELSE
              move "N" to alguna
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ SUSCRIPCIONES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF su-activa then
                    move "S" to alguna
                    PERFORM ARMAR-FRECUENCIA
                    DISPLAY su-id " " su-reporte " " su-parametro " "
                       frecuencia-texto
                    DISPLAY "     para " su-destino-tipo "-"
                       su-destino " ultima corrida " su-ultima " ("
                       su-resultado ")"
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE SUSCRIPCIONES
              IF alguna = "N" then
                 DISPLAY "No hay suscripciones activas."
              END-IF
           END-IF.

       ARMAR-FRECUENCIA.
           MOVE SPACES TO frecuencia-texto
           IF su-diaria then
              move "diaria" to frecuencia-texto
           ELSE
           IF su-semanal then
              STRING "semanal, dia " DELIMITED BY SIZE
                 su-dia DELIMITED BY SIZE
                 INTO frecuencia-texto
           ELSE
              STRING "mensual, dia habil " DELIMITED BY SIZE
                 su-dia DELIMITED BY SIZE
                 INTO frecuencia-texto
           END-IF
           END-IF.

       BAJA-SUSCRIPCION.
           DISPLAY "Numero de suscripcion a dar de baja"
           move 0 to id-pedido
           ACCEPT id-pedido
           OPEN  i-o SUSCRIPCIONES
           IF suscripciones-status NOT = "00" then
              DISPLAY "No hay suscripciones registradas."
           ELSE
              move id-pedido to su-id
              READ SUSCRIPCIONES KEY IS su-id
              INVALID KEY
                 DISPLAY "No existe esa suscripcion."
              NOT INVALID KEY
                 IF su-dada-baja then
                    DISPLAY "La suscripcion ya estaba dada de baja."
                 ELSE
                    move "B" to su-estado
                    REWRITE reg-suscripcion
                    DISPLAY "Suscripcion " su-id " dada de baja."
                    move "SUSC-BAJA" to aud-accion
                    move su-reporte to aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                 END-IF
              END-READ
              CLOSE SUSCRIPCIONES
           END-IF.
