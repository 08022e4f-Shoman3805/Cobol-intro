       IDENTIFICATION DIVISION.
       PROGRAM-ID. documento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DOCUMENTOS ASSIGN TO "documentos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS doc-usuario
           FILE STATUS IS documentos-status.

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

       FD  DOCUMENTOS.
       COPY "documento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 documentos-status pic x(2).
       01 status-contactos pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-doc pic x(1).
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 alguno pic x(1).
       01 usuario-doc pic x(30).
       01 usuario-valido pic x(1).
       01 tipo-doc pic x(10).
       01 numero-doc pic x(20).
       01 pais-doc pic x(03).
       01 vence-doc pic 9(08).
       01 caja-doc pic x(10).
       01 fecha-nula pic 9(08) value 0.
       01 fec-dias pic s9(7).
       01 fec-valida pic x(1).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
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

           DISPLAY "Documentos de identidad de los titulares"
           DISPLAY "A- Registrar o renovar el documento de un contacto"
           DISPLAY "C- Consultar el documento de un contacto"
           DISPLAY "L- Listar los documentos registrados"
           DISPLAY "R- Reporte de vencimientos"
           ACCEPT opcion-doc
           INSPECT opcion-doc CONVERTING "aclr" TO "ACLR"

           IF opcion-doc = "A" then
              PERFORM REGISTRAR-DOCUMENTO
           ELSE
           IF opcion-doc = "C" then
              PERFORM CONSULTAR-DOCUMENTO
           ELSE
           IF opcion-doc = "L" then
              PERFORM LISTAR-DOCUMENTOS
           ELSE
           IF opcion-doc = "R" then
              CALL 'docvence' USING parm-modo parm-depto reg-retorno
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       VALIDAR-CONTACTO.
           move "N" to usuario-valido
           OPEN  input CONTACTOS
           IF status-contactos = "00" then
              move usuario-doc to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF usuario NOT = "##VERSION##" then
                    move "S" to usuario-valido
                    DISPLAY "Contacto: " nom " " ap
                 END-IF
              END-READ
              CLOSE CONTACTOS
           END-IF
           IF usuario-valido NOT = "S" then
              DISPLAY "Ese usuario no existe en la agenda."
           END-IF.

       REGISTRAR-DOCUMENTO.
           DISPLAY "Usuario del contacto"
           MOVE SPACES TO usuario-doc
           ACCEPT usuario-doc
           PERFORM VALIDAR-CONTACTO
           IF usuario-valido = "S" then
              DISPLAY "Tipo de documento (DNI, PASAPORTE, CEDULA...)"
              MOVE SPACES TO tipo-doc
              ACCEPT tipo-doc
              INSPECT tipo-doc CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              DISPLAY "Numero de documento"
              MOVE SPACES TO numero-doc
              ACCEPT numero-doc
              DISPLAY "Pais emisor (codigo de 3 letras)"
              MOVE SPACES TO pais-doc
              ACCEPT pais-doc
              INSPECT pais-doc CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              DISPLAY "Fecha de vencimiento (AAAAMMDD)"
              move 0 to vence-doc
              ACCEPT vence-doc
              CALL 'fechas' USING "V" vence-doc fecha-nula
                 fec-dias fec-valida
              DISPLAY "Ubicacion del legajo (caja de archivo)"
              MOVE SPACES TO caja-doc
              ACCEPT caja-doc
              IF tipo-doc = SPACES OR numero-doc = SPACES OR
                 pais-doc = SPACES then
                 DISPLAY "Tipo, numero y pais son obligatorios."
              ELSE
              IF fec-valida NOT = "S" then
                 DISPLAY "Fecha de vencimiento invalida."
              ELSE
              IF vence-doc < hoy then
                 DISPLAY "Ese documento ya esta vencido, no se "
                    "registra."
              ELSE
                 PERFORM GRABAR-DOCUMENTO
              END-IF
              END-IF
              END-IF
           END-IF.

       GRABAR-DOCUMENTO.
           OPEN  i-o DOCUMENTOS
           IF documentos-status = "35" then
              OPEN  output DOCUMENTOS
              CLOSE DOCUMENTOS
              OPEN  i-o DOCUMENTOS
           END-IF
           move usuario-doc to doc-usuario
           move tipo-doc to doc-tipo
           move numero-doc to doc-numero
           move pais-doc to doc-pais
           move vence-doc to doc-vence
           move caja-doc to doc-caja
           move hoy to doc-alta
           move operador-actual to doc-operador
           WRITE reg-documento
              INVALID KEY
                 REWRITE reg-documento
                 DISPLAY "Documento actualizado."
              NOT INVALID KEY
                 DISPLAY "Documento registrado."
           END-WRITE
           CLOSE DOCUMENTOS
           move "DOC-ALTA" to aud-accion
           move usuario-doc to aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario.

       CONSULTAR-DOCUMENTO.
           OPEN  input DOCUMENTOS
           IF documentos-status NOT = "00" then
              DISPLAY "No hay documentos registrados todavia."
           ELSE
              DISPLAY "Usuario del contacto"
              MOVE SPACES TO doc-usuario
              ACCEPT doc-usuario
              READ DOCUMENTOS KEY IS doc-usuario
              INVALID KEY
                 DISPLAY "Ese contacto no tiene documento registrado."
              NOT INVALID KEY
                 DISPLAY doc-tipo " " doc-numero " (" doc-pais ")"
                 DISPLAY "Vence: " doc-vence "  Legajo: " doc-caja
                 DISPLAY "Registrado el " doc-alta " por "
                    doc-operador
                 IF doc-vence < hoy then
                    DISPLAY "*** DOCUMENTO VENCIDO ***"
                 END-IF
              END-READ
              CLOSE DOCUMENTOS
           END-IF.

       LISTAR-DOCUMENTOS.
           OPEN  input DOCUMENTOS
           IF documentos-status NOT = "00" then
              DISPLAY "No hay documentos registrados todavia."
           ELSE
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ DOCUMENTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move "S" to alguno
                 IF doc-vence < hoy then
                    DISPLAY doc-usuario " " doc-tipo " " doc-numero
                       " vence " doc-vence " VENCIDO"
                 ELSE
                    DISPLAY doc-usuario " " doc-tipo " " doc-numero
                       " vence " doc-vence
                 END-IF
              END-READ
              END-PERFORM
              IF alguno = "N" then
                 DISPLAY "No hay documentos registrados todavia."
              END-IF
              CLOSE DOCUMENTOS
           END-IF
           move "N" to FIN-ARCHIVO.
