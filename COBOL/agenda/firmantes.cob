       IDENTIFICATION DIVISION.
       PROGRAM-ID. firmantes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FIRMANTES ASSIGN TO "firmantes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fi-clave
           FILE STATUS IS FIR-STATUS.

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

       FD  FIRMANTES.
       COPY "firmante.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 sesion-status pic x(2).
       01 status-cuentas pic x(2).
       01 status-contactos pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-firma pic x(1).
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 alguno pic x(1).
       01 cuenta-firma pic 9(05).
       01 titular-firma pic x(30).
       01 cuenta-valida pic x(1).
       01 usuario-firma pic x(30).
       01 usuario-valido pic x(1).
       01 rol-firma pic x(01).
       01 regla-firma pic x(01).
       01 desde-firma pic 9(08).
       01 hasta-firma pic 9(08).
       01 fecha-nula pic 9(08) value 0.
       01 fec-dias pic s9(7).
       01 fec-valida pic x(1).
       01 fec-valida-2 pic x(1).
       01 texto-rol pic x(20).
       01 texto-regla pic x(10).
       01 texto-vigencia pic x(12).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       COPY "firma.cpy".

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

           DISPLAY "Titulares y firmantes de cuentas"
           DISPLAY "A- Vincular una persona a una cuenta"
           DISPLAY "B- Dar de baja un vinculo"
           DISPLAY "L- Listar las personas de una cuenta"
           DISPLAY "V- Verificar si una persona puede operar"
           ACCEPT opcion-firma
           INSPECT opcion-firma CONVERTING "ablv" TO "ABLV"

           IF opcion-firma = "A" then
              PERFORM VINCULAR-PERSONA
           ELSE
           IF opcion-firma = "B" then
              PERFORM BAJA-VINCULO
           ELSE
           IF opcion-firma = "L" then
              PERFORM LISTAR-PERSONAS
           ELSE
           IF opcion-firma = "V" then
              PERFORM VERIFICAR-PERSONA
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       PEDIR-CUENTA.
           DISPLAY "Numero de cuenta"
           move 0 to cuenta-firma
           ACCEPT cuenta-firma
           move "N" to cuenta-valida
           MOVE SPACES TO titular-firma
           OPEN  input CUENTAS
           IF status-cuentas NOT = "00" then
              DISPLAY "No hay cuentas registradas todavia."
           ELSE
              move cuenta-firma to cta-id
              READ CUENTAS KEY IS cta-id
              INVALID KEY
                 DISPLAY "Esa cuenta no existe."
              NOT INVALID KEY
                 IF cta-estado = "C" then
                    DISPLAY "Esa cuenta esta cerrada."
                 ELSE
                    move "S" to cuenta-valida
                    move cta-titular to titular-firma
                    DISPLAY "Titular principal: " cta-titular
                 END-IF
              END-READ
              CLOSE CUENTAS
           END-IF.

       VALIDAR-PERSONA.
           move "N" to usuario-valido
           OPEN  input CONTACTOS
           IF status-contactos NOT = "00" then
              DISPLAY "No se pudo abrir la agenda de contactos."
           ELSE
              move usuario-firma to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 DISPLAY "Ese usuario no existe en la agenda."
              NOT INVALID KEY
                 IF usuario = "##VERSION##" OR activo NOT = "S" then
                    DISPLAY "Ese usuario no esta activo en la agenda."
                 ELSE
                    move "S" to usuario-valido
                    DISPLAY "Persona: " nom " " ap
                 END-IF
              END-READ
              CLOSE CONTACTOS
           END-IF.

       VINCULAR-PERSONA.
           PERFORM PEDIR-CUENTA
           IF cuenta-valida = "S" then
              DISPLAY "Usuario de la persona"
              MOVE SPACES TO usuario-firma
              ACCEPT usuario-firma
              PERFORM VALIDAR-PERSONA
           END-IF
           IF cuenta-valida = "S" AND usuario-valido = "S" then
              DISPLAY "Rol: T-Titular  C-Cotitular  F-Firmante "
                 "autorizado  A-Apoderado"
              MOVE SPACES TO rol-firma
              ACCEPT rol-firma
              INSPECT rol-firma CONVERTING "tcfa" TO "TCFA"
              DISPLAY "Regla de firma: I-Indistinta  C-Conjunta"
              MOVE SPACES TO regla-firma
              ACCEPT regla-firma
              INSPECT regla-firma CONVERTING "ic" TO "IC"
              DISPLAY "Vigente desde (AAAAMMDD, 0 = hoy)"
              move 0 to desde-firma
              ACCEPT desde-firma
              IF desde-firma = 0 then
                 move hoy to desde-firma
              END-IF
              DISPLAY "Vigente hasta (AAAAMMDD, 0 = sin vencimiento)"
              move 0 to hasta-firma
              ACCEPT hasta-firma
              CALL 'fechas' USING "V" desde-firma fecha-nula
                 fec-dias fec-valida
              move "S" to fec-valida-2
              IF hasta-firma NOT = 0 then
                 CALL 'fechas' USING "V" hasta-firma fecha-nula
                    fec-dias fec-valida-2
              END-IF

              IF rol-firma NOT = "T" AND rol-firma NOT = "C" AND
                 rol-firma NOT = "F" AND rol-firma NOT = "A" then
                 DISPLAY "Rol invalido."
              ELSE
              IF rol-firma = "T" AND usuario-firma NOT = titular-firma
                 then
                 DISPLAY "El rol T es solo para el titular principal;"
                    " use C para un cotitular."
              ELSE
              IF rol-firma NOT = "T" AND usuario-firma = titular-firma
                 then
                 DISPLAY "El titular principal solo puede tener rol T."
              ELSE
              IF regla-firma NOT = "I" AND regla-firma NOT = "C" then
                 DISPLAY "Regla de firma invalida."
              ELSE
              IF fec-valida NOT = "S" OR fec-valida-2 NOT = "S" then
                 DISPLAY "Fecha invalida."
              ELSE
              IF hasta-firma NOT = 0 AND hasta-firma < desde-firma then
                 DISPLAY "El vencimiento es anterior al inicio."
              ELSE
                 PERFORM GRABAR-VINCULO
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

       GRABAR-VINCULO.
           OPEN  i-o FIRMANTES
           IF FIR-STATUS = "35" then
              OPEN  output FIRMANTES
              CLOSE FIRMANTES
              OPEN  i-o FIRMANTES
           END-IF
           move cuenta-firma to fi-cta
           move usuario-firma to fi-usuario
           move rol-firma to fi-rol
           move regla-firma to fi-regla
           move desde-firma to fi-desde
           move hasta-firma to fi-hasta
           move "A" to fi-estado
           move hoy to fi-alta
           move operador-actual to fi-operador
           WRITE reg-firmante
              INVALID KEY
                 REWRITE reg-firmante
           END-WRITE
           CLOSE FIRMANTES
           move "FIRM-ALTA" to aud-accion
           MOVE SPACES TO aud-usuario
           STRING cuenta-firma DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              rol-firma DELIMITED BY SIZE
              regla-firma DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              usuario-firma DELIMITED BY " "
              INTO aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario
           DISPLAY "Vinculo registrado.".

       BAJA-VINCULO.
           OPEN  i-o FIRMANTES
           IF FIR-STATUS NOT = "00" then
              DISPLAY "No hay vinculos registrados todavia."
           ELSE
              DISPLAY "Numero de cuenta"
              move 0 to fi-cta
              ACCEPT fi-cta
              DISPLAY "Usuario de la persona"
              MOVE SPACES TO fi-usuario
              ACCEPT fi-usuario
              READ FIRMANTES KEY IS fi-clave
              INVALID KEY
                 DISPLAY "No existe ese vinculo."
              NOT INVALID KEY
                 IF fi-estado NOT = "A" then
                    DISPLAY "Ese vinculo ya estaba de baja."
                 ELSE
                    move "B" to fi-estado
                    move hoy to fi-hasta
                    move operador-actual to fi-operador
                    REWRITE reg-firmante
                    move "FIRM-BAJA" to aud-accion
                    MOVE SPACES TO aud-usuario
                    STRING fi-cta DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       fi-usuario DELIMITED BY " "
                       INTO aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                    DISPLAY "Vinculo dado de baja."
                 END-IF
              END-READ
              CLOSE FIRMANTES
           END-IF.

       LISTAR-PERSONAS.
           PERFORM PEDIR-CUENTA
           IF cuenta-valida = "S" then
              move "N" to alguno
              OPEN  input FIRMANTES
              IF FIR-STATUS = "00" then
                 move cuenta-firma to fi-cta
                 MOVE LOW-VALUES TO fi-usuario
                 move "N" to FIN-ARCHIVO
                 START FIRMANTES KEY IS >= fi-clave
                    INVALID KEY
                       MOVE "S" TO FIN-ARCHIVO
                 END-START
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ FIRMANTES NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF fi-cta NOT = cuenta-firma then
                       MOVE "S" TO FIN-ARCHIVO
                    ELSE
                       move "S" to alguno
                       PERFORM DESCRIBIR-VINCULO
                       DISPLAY fi-usuario " " texto-rol " "
                          texto-regla " " fi-desde " a " fi-hasta
                          " " texto-vigencia
                    END-IF
                 END-READ
                 END-PERFORM
                 CLOSE FIRMANTES
              END-IF
              move "N" to FIN-ARCHIVO
              IF alguno = "N" then
                 DISPLAY "Sin otras personas: opera solo el titular "
                    "principal."
              END-IF
           END-IF.

       DESCRIBIR-VINCULO.
           IF fi-rol = "T" then
              move "Titular" to texto-rol
           ELSE
           IF fi-rol = "C" then
              move "Cotitular" to texto-rol
           ELSE
           IF fi-rol = "F" then
              move "Firmante autorizado" to texto-rol
           ELSE
              move "Apoderado" to texto-rol
           END-IF
           END-IF
           END-IF
           IF fi-regla = "C" then
              move "Conjunta" to texto-regla
           ELSE
              move "Indistinta" to texto-regla
           END-IF
           IF fi-estado NOT = "A" then
              move "(de baja)" to texto-vigencia
           ELSE
           IF fi-desde > hoy then
              move "(futuro)" to texto-vigencia
           ELSE
           IF fi-hasta NOT = 0 AND fi-hasta < hoy then
              move "(vencido)" to texto-vigencia
           ELSE
              move "(vigente)" to texto-vigencia
           END-IF
           END-IF
           END-IF.

       VERIFICAR-PERSONA.
           PERFORM PEDIR-CUENTA
           IF cuenta-valida = "S" then
              DISPLAY "Usuario de la persona"
              MOVE SPACES TO FIR-USUARIO
              ACCEPT FIR-USUARIO
              move cuenta-firma to FIR-CTA
              move titular-firma to FIR-TITULAR
              move hoy to FIR-FECHA
              PERFORM VALIDAR-FIRMANTE
              IF FIR-HABILITADO = "S" then
                 IF FIR-REGLA = "C" then
                    DISPLAY "Puede operar, con firma conjunta de otra "
                       "persona habilitada."
                 ELSE
                    DISPLAY "Puede operar sin otra firma."
                 END-IF
              ELSE
                 DISPLAY "No puede operar: " FIR-MOTIVO
              END-IF
           END-IF.

       COPY "firmapr.cpy".
