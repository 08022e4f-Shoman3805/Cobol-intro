       IDENTIFICATION DIVISION.
       PROGRAM-ID. ausencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AUSENCIAS ASSIGN TO "ausencias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS au-clave
           FILE STATUS IS AUS-STATUS.

           SELECT CLAVES ASSIGN TO "claves.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS claves-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  AUSENCIAS.
       COPY "ausencia.cpy" REPLACING ==:PREFIJO:== BY == ==.

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

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 claves-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-ausencia pic x(1).
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 alguno pic x(1).
       01 operador-aus pic x(20).
       01 delegado-aus pic x(20).
       01 desde-aus pic 9(08).
       01 hasta-aus pic 9(08).
       01 tipo-aus pic x(01).
       01 operador-buscado pic x(20).
       01 operador-valido pic x(1).
       01 fecha-nula pic 9(08) value 0.
       01 fec-dias pic s9(7).
       01 fec-valida pic x(1).
       01 fec-valida-2 pic x(1).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.
       COPY "ausvig.cpy".

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

           DISPLAY "Ausencias de operadores"
           DISPLAY "A- Registrar una ausencia con su delegado"
           DISPLAY "B- Anular una ausencia"
           DISPLAY "L- Listar ausencias vigentes y futuras"
           DISPLAY "D- Delegar ahora las tareas y citas de hoy"
           ACCEPT opcion-ausencia
           INSPECT opcion-ausencia CONVERTING "abld" TO "ABLD"

           IF opcion-ausencia = "A" then
              PERFORM REGISTRAR-AUSENCIA
           ELSE
           IF opcion-ausencia = "B" then
              PERFORM ANULAR-AUSENCIA
           ELSE
           IF opcion-ausencia = "L" then
              PERFORM LISTAR-AUSENCIAS
           ELSE
           IF opcion-ausencia = "D" then
              CALL 'delegar' USING parm-modo parm-depto reg-retorno
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       VALIDAR-OPERADOR.
           move "N" to operador-valido
           OPEN  input CLAVES
           IF claves-status NOT = "00" then
              move "S" to operador-valido
           ELSE
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CLAVES
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cl-operador = operador-buscado then
                    move "S" to operador-valido
                    MOVE "S" TO FIN-ARCHIVO
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE CLAVES
           END-IF.

       REGISTRAR-AUSENCIA.
           DISPLAY "Operador ausente"
           MOVE SPACES TO operador-aus
           ACCEPT operador-aus
           DISPLAY "Tipo: V-Vacaciones  E-Enfermedad  C-Capacitacion"
           MOVE SPACES TO tipo-aus
           ACCEPT tipo-aus
           INSPECT tipo-aus CONVERTING "vec" TO "VEC"
           DISPLAY "Desde (AAAAMMDD)"
           move 0 to desde-aus
           ACCEPT desde-aus
           DISPLAY "Hasta (AAAAMMDD)"
           move 0 to hasta-aus
           ACCEPT hasta-aus
           DISPLAY "Operador delegado"
           MOVE SPACES TO delegado-aus
           ACCEPT delegado-aus
           CALL 'fechas' USING "V" desde-aus fecha-nula
              fec-dias fec-valida
           CALL 'fechas' USING "V" hasta-aus fecha-nula
              fec-dias fec-valida-2

           move operador-aus to operador-buscado
           PERFORM VALIDAR-OPERADOR
           IF operador-aus = SPACES OR operador-valido NOT = "S" then
              DISPLAY "Ese operador no existe."
           ELSE
           IF tipo-aus NOT = "V" AND tipo-aus NOT = "E" AND
              tipo-aus NOT = "C" then
              DISPLAY "Tipo de ausencia invalido."
           ELSE
           IF fec-valida NOT = "S" OR fec-valida-2 NOT = "S" then
              DISPLAY "Fecha invalida."
           ELSE
           IF hasta-aus < desde-aus then
              DISPLAY "El fin del rango es anterior al inicio."
           ELSE
           IF delegado-aus = SPACES OR delegado-aus = operador-aus
              then
              DISPLAY "Indique un delegado distinto del ausente."
           ELSE
              move delegado-aus to operador-buscado
              PERFORM VALIDAR-OPERADOR
              IF operador-valido NOT = "S" then
                 DISPLAY "El delegado no existe."
              ELSE
                 move operador-aus to AUS-OPERADOR
                 move desde-aus to AUS-DESDE
                 move hasta-aus to AUS-HASTA
                 PERFORM BUSCAR-AUSENCIA
                 IF AUS-AUSENTE = "S" then
                    DISPLAY "Ya tiene una ausencia del " AUS-INICIO
                       " al " AUS-FINAL " que se superpone."
                 ELSE
                    move delegado-aus to AUS-OPERADOR
                    PERFORM BUSCAR-AUSENCIA
                    IF AUS-AUSENTE = "S" then
                       DISPLAY "AVISO: el delegado tambien esta "
                          "ausente del " AUS-INICIO " al " AUS-FINAL
                          ", su trabajo pasara a " AUS-DELEGADO
                    END-IF
                    PERFORM GRABAR-AUSENCIA
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       GRABAR-AUSENCIA.
           OPEN  i-o AUSENCIAS
           IF AUS-STATUS = "35" then
              OPEN  output AUSENCIAS
              CLOSE AUSENCIAS
              OPEN  i-o AUSENCIAS
           END-IF
           move operador-aus to au-operador
           move desde-aus to au-desde
           move hasta-aus to au-hasta
           move tipo-aus to au-tipo
           move delegado-aus to au-delegado
           move "A" to au-estado
           move hoy to au-alta
           move operador-actual to au-registro
           WRITE reg-ausencia
              INVALID KEY
                 REWRITE reg-ausencia
           END-WRITE
           CLOSE AUSENCIAS
           move "AUS-ALTA" to aud-accion
           MOVE SPACES TO aud-usuario
           STRING operador-aus DELIMITED BY " "
              ">" DELIMITED BY SIZE
              delegado-aus DELIMITED BY " "
              INTO aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario
           DISPLAY "Ausencia registrada, delegado " delegado-aus.

       ANULAR-AUSENCIA.
           OPEN  i-o AUSENCIAS
           IF AUS-STATUS NOT = "00" then
              DISPLAY "No hay ausencias registradas todavia."
           ELSE
              DISPLAY "Operador"
              MOVE SPACES TO au-operador
              ACCEPT au-operador
              DISPLAY "Fecha de inicio de la ausencia (AAAAMMDD)"
              move 0 to au-desde
              ACCEPT au-desde
              READ AUSENCIAS KEY IS au-clave
              INVALID KEY
                 DISPLAY "No existe esa ausencia."
              NOT INVALID KEY
                 IF au-estado NOT = "A" then
                    DISPLAY "Esa ausencia ya estaba anulada."
                 ELSE
                    move "B" to au-estado
                    REWRITE reg-ausencia
                    move "AUS-BAJA" to aud-accion
                    move au-operador to aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                    DISPLAY "Ausencia anulada."
                 END-IF
              END-READ
              CLOSE AUSENCIAS
           END-IF.

       LISTAR-AUSENCIAS.
           OPEN  input AUSENCIAS
           IF AUS-STATUS NOT = "00" then
              DISPLAY "No hay ausencias registradas todavia."
           ELSE
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ AUSENCIAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF au-estado = "A" AND au-hasta >= hoy then
                    move "S" to alguno
                    DISPLAY au-operador " " au-tipo " " au-desde
                       " a " au-hasta " delegado " au-delegado
                 END-IF
              END-READ
              END-PERFORM
              IF alguno = "N" then
                 DISPLAY "No hay ausencias vigentes ni futuras."
              END-IF
              CLOSE AUSENCIAS
           END-IF
           move "N" to FIN-ARCHIVO.

       COPY "ausvigpr.cpy".
