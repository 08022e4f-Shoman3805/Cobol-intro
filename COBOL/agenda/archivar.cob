           RECORD KEY IS ausuario
           FILE STATUS IS status-archivo.

           SELECT PARAMETROS ASSIGN TO "parametros.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pa-clave
           FILE STATUS IS PAR-STATUS.

           SELECT AUDITFILE ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS status-audit.
       FD  ARCHIVO.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY ==a==.

       FD  PARAMETROS.
       COPY "parametro.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  AUDITFILE.
       01  linea-audit pic x(90).

       01 umbral-dias pic 9(05).
       01 umbral-txt pic x(05).
       01 umbral-len pic 9(02).
       01 origen-umbral pic x(40).
       01 aud-accion pic x(10) value "ARCHIVA".
       01 aud-usuario pic x(30).
       01 resultado-lock pic x(1).
           05 baja-reg OCCURS 500 TIMES.
              10 baja-usuario pic x(30).
              10 baja-fecha pic 9(08).
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.
       COPY "param.cpy".

       LINKAGE SECTION.
       01 parm-modo pic x(1).
                 INTO NOMBRE-ARCHIVO
           END-IF

           ACCEPT hoy FROM DATE YYYYMMDD

           move "ARCH-DIAS" to PAR-CODIGO
           move hoy to PAR-FECHA
           PERFORM LEER-PARAMETRO
           IF (parm-modo = "B" OR parm-modo = "b") AND parm-umbral > 0
              then
              move parm-umbral to umbral-dias
              move "indicado en el paso del trabajo" to origen-umbral
           ELSE
           IF PAR-HALLADO = "S" AND PAR-VALOR > 0 then
              move PAR-VALOR to umbral-dias
              MOVE SPACES TO origen-umbral
              STRING "ARCH-DIAS vigente desde " DELIMITED BY SIZE
                 PAR-VIGENCIA DELIMITED BY SIZE
                 INTO origen-umbral
           ELSE
           IF parm-modo = "B" OR parm-modo = "b" then
              move 90 to umbral-dias
              move "valor por omision" to origen-umbral
           ELSE
              DISPLAY "Archivado de contactos eliminados"
              DISPLAY "Dias de retencion antes de archivar"
              ELSE
                 move 90 to umbral-dias
              END-IF
              move "ingresado por el operador" to origen-umbral
           END-IF
           END-IF
           END-IF
           display "Dias de retencion: " umbral-dias " ("
              origen-umbral ")"

           OPEN  input AUDITFILE
           IF status-audit = "00" then
                          move empresa to aempresa
                          WRITE atabla
                          DELETE CONTACTOS
                          CALL 'totales' USING "P" depto-codigo
                             reg-totales
                          move usuario to aud-usuario
                          CALL 'auditar' USING aud-accion aud-usuario
                          add 1 to cant-archivados
           END-IF

           EXIT PROGRAM.

       COPY "parampr.cpy".
