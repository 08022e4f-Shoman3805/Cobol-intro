       IDENTIFICATION DIVISION.
       PROGRAM-ID. cribado.

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

           SELECT RETENCIONES ASSIGN TO "retenciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rs-clave
           FILE STATUS IS retenciones-status.

           SELECT PRINTFILE ASSIGN TO "cribado.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  RETENCIONES.
       COPY "retencion.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 status-contactos pic x(2).
       01 retenciones-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 cant-revisados pic 9(06).
       01 cant-retenidos pic 9(06).
       01 cant-pendientes pic 9(06).
       01 cant-nuevas pic 9(06).
       01 linea-retencion.
           05 det-usuario pic x(30).
           05 filler pic x(01) value SPACES.
           05 det-listado pic x(40).
           05 filler pic x(01) value SPACES.
           05 det-lista pic x(10).
           05 filler pic x(01) value SPACES.
           05 det-fecha pic 9(08).
           05 filler pic x(01) value SPACES.
           05 det-origen pic x(08).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       COPY "sancparm.cpy".

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-revisados
           move 0 to cant-retenidos
           move 0 to cant-pendientes
           move 0 to cant-nuevas

           ACCEPT hoy FROM DATE YYYYMMDD

           move "R" to SAN-FUNCION
           CALL 'sancion' USING SAN-FUNCION SAN-USUARIO SAN-NOMBRE
              SAN-APELLIDO SAN-ORIGEN SAN-CLAVE SAN-RESULTADO

           OPEN  input CONTACTOS
           IF status-contactos NOT = "00" then
              display "No se pudo abrir la agenda de contactos."
              move "A" to ret-estado
              move "contactos.txt no disponible" to ret-motivo
           ELSE
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CONTACTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF usuario NOT = "##VERSION##" AND activo NOT = "N"
                    then
                    add 1 to cant-revisados
                    move "V" to SAN-FUNCION
                    move usuario to SAN-USUARIO
                    move nom to SAN-NOMBRE
                    move ap to SAN-APELLIDO
                    move "NOCTURNO" to SAN-ORIGEN
                    CALL 'sancion' USING SAN-FUNCION SAN-USUARIO
                       SAN-NOMBRE SAN-APELLIDO SAN-ORIGEN SAN-CLAVE
                       SAN-RESULTADO
                    IF SAN-RESULTADO = "R" then
                       add 1 to cant-retenidos
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE CONTACTOS
              PERFORM LISTAR-PENDIENTES

              move "CRIBADO" to spool-reporte
              move "cribado.txt" to spool-archivo
              CALL 'espool' USING spool-reporte spool-archivo

              display cant-revisados " contacto(s) controlados contra "
                 "la lista de sanciones, " cant-retenidos
                 " retenido(s)."
              display cant-pendientes " retencion(es) pendientes de "
                 "revision (" cant-nuevas " nuevas). Detalle en "
                 "cribado.txt"
              IF cant-nuevas > 0 then
                 move "A" to ret-estado
                 move "nuevas retenciones por sanciones" to ret-motivo
              END-IF
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       LISTAR-PENDIENTES.
           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "CONTROL DE SANCIONES - RETENCIONES PENDIENTES AL "
              DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Contactos controlados: " DELIMITED BY SIZE
              cant-revisados DELIMITED BY SIZE
              "  Retenidos: " DELIMITED BY SIZE
              cant-retenidos DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "USUARIO                        "
              DELIMITED BY SIZE
              "PERSONA EN LA LISTA                      "
              DELIMITED BY SIZE
              "LISTA      DESDE    ORIGEN" DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           OPEN  input RETENCIONES
           IF retenciones-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ RETENCIONES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF rs-pendiente then
                    add 1 to cant-pendientes
                    IF rs-fecha = hoy then
                       add 1 to cant-nuevas
                    END-IF
                    move rs-usuario to det-usuario
                    move rs-listado to det-listado
                    move rs-lista to det-lista
                    move rs-fecha to det-fecha
                    move rs-origen to det-origen
                    move linea-retencion to linea-print
                    write linea-print
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE RETENCIONES
           END-IF
           IF cant-pendientes = 0 then
              MOVE SPACES TO linea-print
              move "No hay retenciones pendientes de revision."
                 to linea-print
              write linea-print
           END-IF
           CLOSE PRINTFILE.
