       IDENTIFICATION DIVISION.
       PROGRAM-ID. cargasanc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORIGEN ASSIGN TO "sanciones_origen.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS origen-status.

           SELECT SANCIONES ASSIGN TO "sanciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sa-id
           FILE STATUS IS sanciones-status.

       DATA DIVISION.
       FILE SECTION.

       FD  ORIGEN.
       01  linea-origen.
           05 so-id pic x(10).
           05 so-apellido pic x(30).
           05 so-nombre pic x(30).
           05 so-documento pic x(15).
           05 so-lista pic x(10).

       FD  SANCIONES.
       COPY "sancion.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 origen-status pic x(2).
       01 sanciones-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 cant-leidas pic 9(06).
       01 cant-cargadas pic 9(06).
       01 cant-rechazadas pic 9(06).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       COPY "sancparm.cpy".

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-leidas
           move 0 to cant-cargadas
           move 0 to cant-rechazadas

           ACCEPT hoy FROM DATE YYYYMMDD

           OPEN  input ORIGEN
           IF origen-status NOT = "00" then
              display "No se encontro sanciones_origen.txt, la lista "
                 "vigente no se modifica."
              move "A" to ret-estado
              move "sin archivo de sanciones a cargar" to ret-motivo
           ELSE
              OPEN  output SANCIONES
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ORIGEN
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 add 1 to cant-leidas
                 PERFORM CARGAR-PERSONA
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE SANCIONES
              CLOSE ORIGEN

              move "R" to SAN-FUNCION
              CALL 'sancion' USING SAN-FUNCION SAN-USUARIO SAN-NOMBRE
                 SAN-APELLIDO SAN-ORIGEN SAN-CLAVE SAN-RESULTADO

              move "SANC-CARGA" to aud-accion
              MOVE SPACES TO aud-usuario
              STRING cant-cargadas DELIMITED BY SIZE
                 " personas" DELIMITED BY SIZE
                 INTO aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario

              display "Lista de sanciones reemplazada: " cant-leidas
                 " leidas, " cant-cargadas " cargadas, "
                 cant-rechazadas " rechazadas."
              IF cant-rechazadas > 0 then
                 move "A" to ret-estado
                 move "registros de sanciones rechazados" to ret-motivo
              END-IF
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       CARGAR-PERSONA.
           IF so-id = SPACES OR so-apellido = SPACES then
              add 1 to cant-rechazadas
           ELSE
              move "N" to SAN-FUNCION
              MOVE SPACES TO SAN-USUARIO
              move so-nombre to SAN-NOMBRE
              move so-apellido to SAN-APELLIDO
              MOVE SPACES TO SAN-ORIGEN
              CALL 'sancion' USING SAN-FUNCION SAN-USUARIO SAN-NOMBRE
                 SAN-APELLIDO SAN-ORIGEN SAN-CLAVE SAN-RESULTADO
              MOVE SPACES TO reg-sancion
              move so-id to sa-id
              move so-apellido to sa-apellido
              move so-nombre to sa-nombre
              move so-documento to sa-documento
              IF so-lista = SPACES then
                 move "OFICIAL" to sa-lista
              ELSE
                 move so-lista to sa-lista
              END-IF
              move SAN-CLAVE to sa-norm
              move hoy to sa-carga
              IF sa-norm = SPACES then
                 add 1 to cant-rechazadas
              ELSE
                 WRITE reg-sancion
                    INVALID KEY
                       add 1 to cant-rechazadas
                    NOT INVALID KEY
                       add 1 to cant-cargadas
                 END-WRITE
              END-IF
           END-IF.
