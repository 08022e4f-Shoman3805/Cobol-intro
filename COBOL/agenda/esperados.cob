       IDENTIFICATION DIVISION.
       PROGRAM-ID. esperados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CITAS ASSIGN TO "citas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS c-clave
           FILE STATUS IS citas-status.

           SELECT ASISTENTES ASSIGN TO "citas_asistentes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS as-clave
           FILE STATUS IS asis-status.

           SELECT PRINTFILE ASSIGN TO "esperados.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  ASISTENTES.
       01  reg-asistente.
           05 as-clave.
              10 as-fecha pic 9(08).
              10 as-hini pic 9(04).
              10 as-usuario pic x(30).
              10 as-invitado pic x(30).
           05 as-hfin pic 9(04).

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 citas-status pic x(2).
       01 asis-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-ASIS pic x(1).
       01 asis-abierto pic x(1).
       01 fecha-rep pic 9(08).
       01 cant-esperados pic 9(04) value 0.
       01 linea-esperado.
           05 esp-hora pic x(05).
           05 filler pic x(01) value SPACE.
           05 esp-usuario pic x(30).
           05 filler pic x(01) value SPACE.
           05 esp-anfitrion pic x(20).
           05 filler pic x(01) value SPACE.
           05 esp-sala pic x(10).
           05 filler pic x(01) value SPACE.
           05 esp-motivo pic x(30).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-esperados

           IF parm-depto(1:8) IS NUMERIC then
              move parm-depto(1:8) to fecha-rep
           ELSE
              ACCEPT fecha-rep FROM DATE YYYYMMDD
           END-IF

           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "VISITAS ESPERADAS DEL " DELIMITED BY SIZE
              fecha-rep DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           STRING "HORA  VISITANTE                      ANFITRION"
              DELIMITED BY SIZE
              "            SALA       MOTIVO" DELIMITED BY SIZE
              INTO linea-print
           write linea-print

           OPEN  input CITAS
           IF citas-status = "00" then
              OPEN  input ASISTENTES
              move "N" to asis-abierto
              IF asis-status = "00" then
                 move "S" to asis-abierto
              END-IF
              move fecha-rep to c-fecha
              move 0 to c-hini
              move LOW-VALUES to c-usuario
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
                 IF c-fecha NOT = fecha-rep then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                 IF c-resultado NOT = "T" then
                    PERFORM LISTAR-CITA
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              IF asis-abierto = "S" then
                 CLOSE ASISTENTES
              END-IF
              CLOSE CITAS
           END-IF

           IF cant-esperados = 0 then
              MOVE "  (no hay visitas con cita para el dia)"
                 TO linea-print
              write linea-print
           END-IF
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Total de visitantes esperados: " DELIMITED BY SIZE
              cant-esperados DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           CLOSE PRINTFILE

           move "ESPERADOS" to spool-reporte
           move "esperados.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display "Visitas esperadas del " fecha-rep ": "
              cant-esperados " en esperados.txt"

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       LISTAR-CITA.
           MOVE SPACES TO esp-hora
           STRING c-hini(1:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              c-hini(3:2) DELIMITED BY SIZE
              INTO esp-hora
           move c-usuario to esp-usuario
           move c-operador to esp-anfitrion
           move c-sala to esp-sala
           move c-motivo to esp-motivo
           move linea-esperado to linea-print
           write linea-print
           add 1 to cant-esperados

           IF asis-abierto = "S" then
              move c-fecha to as-fecha
              move c-hini to as-hini
              move c-usuario to as-usuario
              move LOW-VALUES to as-invitado
              move "N" to FIN-ASIS
              START ASISTENTES KEY IS >= as-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ASIS
              END-START
              PERFORM UNTIL FIN-ASIS = "S"
              READ ASISTENTES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ASIS
              NOT AT END
                 IF as-fecha NOT = c-fecha OR as-hini NOT = c-hini OR
                    as-usuario NOT = c-usuario then
                    MOVE "S" TO FIN-ASIS
                 ELSE
                    move as-invitado to esp-usuario
                    move linea-esperado to linea-print
                    write linea-print
                    add 1 to cant-esperados
                 END-IF
              END-READ
              END-PERFORM
           END-IF.
