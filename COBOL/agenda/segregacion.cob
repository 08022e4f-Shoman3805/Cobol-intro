       IDENTIFICATION DIVISION.
       PROGRAM-ID. segregacion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REGLASSEG ASSIGN TO "segregacion_reglas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REGLASSEG.
       COPY "segregla.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-seg pic x(1).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.
       COPY "segtab.cpy".

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           DISPLAY "Segregacion de funciones"
           DISPLAY "G- Generar el reporte de conflictos de un periodo"
           DISPLAY "L- Listar las reglas vigentes"
           DISPLAY "F- Fijar una regla (alta, cambio o baja)"
           ACCEPT opcion-seg
           INSPECT opcion-seg CONVERTING "glf" TO "GLF"

           IF opcion-seg = "G" then
              CALL 'conflictos' USING parm-modo parm-depto
                 reg-retorno
           ELSE
           IF opcion-seg = "L" then
              PERFORM LISTAR-REGLAS
              accept FIN-ARCHIVO
           ELSE
           IF opcion-seg = "F" then
              PERFORM FIJAR-REGLA
              accept FIN-ARCHIVO
           ELSE
              DISPLAY "Opcion invalida."
              accept FIN-ARCHIVO
           END-IF
           END-IF
           END-IF

           EXIT PROGRAM.

       LISTAR-REGLAS.
           PERFORM CARGAR-REGLAS-SEG
           DISPLAY "Ambito: O mismo objeto, D mismo objeto y dia, "
              "P rol propio y uso posterior"
           DISPLAY "Cod  Accion 1   Accion 2   A E Descripcion"
           PERFORM VARYING SEG-IX FROM 1 BY 1
              UNTIL SEG-IX > SEG-CANT
              DISPLAY SEG-CODIGO(SEG-IX) " " SEG-ACCION-1(SEG-IX)
                 " " SEG-ACCION-2(SEG-IX) " " SEG-AMBITO(SEG-IX)
                 " " SEG-ESTADO(SEG-IX) " " SEG-TEXTO(SEG-IX)
           END-PERFORM.

       FIJAR-REGLA.
           MOVE SPACES TO linea-segregla
           DISPLAY "Codigo de la regla (4 caracteres, uno existente "
              "la reemplaza)"
           ACCEPT sr-codigo
           INSPECT sr-codigo CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Primera accion (accion de auditoria, MOV-POSTEO, "
              "MOV-EXTORN, APR-SOLIC o APR-REVISA)"
           ACCEPT sr-accion-1
           DISPLAY "Segunda accion (* = cualquiera, solo ambito P)"
           ACCEPT sr-accion-2
           INSPECT sr-accion-1 CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT sr-accion-2 CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Ambito (O mismo objeto / D mismo objeto y dia / "
              "P rol propio y uso posterior)"
           ACCEPT sr-ambito
           INSPECT sr-ambito CONVERTING "odp" TO "ODP"
           DISPLAY "Estado (A activa / I inactiva)"
           ACCEPT sr-estado
           INSPECT sr-estado CONVERTING "ai" TO "AI"
           DISPLAY "Descripcion"
           ACCEPT sr-texto
           IF sr-codigo = SPACES OR sr-accion-1 = SPACES OR
              sr-accion-2 = SPACES then
              DISPLAY "Faltan datos, la regla no se grabo."
           ELSE
           IF NOT (sr-mismo-objeto OR sr-mismo-dia OR
              sr-rol-propio) then
              DISPLAY "Ambito invalido, la regla no se grabo."
           ELSE
           IF sr-accion-2 = "*" AND NOT sr-rol-propio then
              DISPLAY "La accion * solo vale con ambito P."
           ELSE
           IF sr-estado NOT = "A" AND sr-estado NOT = "I" then
              DISPLAY "Estado invalido, la regla no se grabo."
           ELSE
              OPEN  extend REGLASSEG
              IF SEG-STATUS = "35" then
                 OPEN  output REGLASSEG
              END-IF
              write linea-segregla
              CLOSE REGLASSEG
              move "SOD-REGLA" to aud-accion
              MOVE SPACES TO aud-usuario
              STRING sr-codigo DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 sr-accion-1 DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 sr-accion-2 DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 sr-ambito DELIMITED BY SIZE
                 sr-estado DELIMITED BY SIZE
                 INTO aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
              DISPLAY "Regla " sr-codigo " registrada."
           END-IF
           END-IF
           END-IF
           END-IF.

       COPY "segtabpr.cpy".
