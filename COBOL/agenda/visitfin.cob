       IDENTIFICATION DIVISION.
       PROGRAM-ID. visitfin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VISITAS ASSIGN TO "visitas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS vi-clave
           FILE STATUS IS visitas-status.

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

           SELECT CREDENCIALES ASSIGN TO "credenciales.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cr-numero
           FILE STATUS IS cred-status.

           SELECT PRINTFILE ASSIGN TO "visitfin.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  VISITAS.
       COPY "visita.cpy" REPLACING ==:PREFIJO:== BY == ==.

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

       FD  CREDENCIALES.
       COPY "credencial.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 visitas-status pic x(2).
       01 citas-status pic x(2).
       01 asis-status pic x(2).
       01 cred-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-ASIS pic x(1).
       01 FIN-VISITAS pic x(1).
       01 visitas-abierto pic x(1).
       01 asis-abierto pic x(1).
       01 fecha-rep pic 9(08).
       01 usuario-esperado pic x(30).
       01 llego pic x(1).
       01 cant-ausentes pic 9(04) value 0.
       01 cant-sin-cita pic 9(04) value 0.
       01 cant-fuera pic 9(04) value 0.
       01 cant-adentro pic 9(04) value 0.
       01 cant-perdidas pic 9(04) value 0.
       01 linea-credencial.
           05 lcr-numero pic 9(04).
           05 filler pic x(01) value SPACE.
           05 lcr-tipo pic x(01).
           05 filler pic x(01) value SPACE.
           05 lcr-usuario pic x(30).
           05 filler pic x(01) value SPACE.
           05 lcr-fecha pic 9(08).
           05 filler pic x(01) value SPACE.
           05 lcr-hora pic 9(04).
           05 filler pic x(01) value SPACE.
           05 lcr-operador pic x(20).
       01 linea-adentro.
           05 ad-fecha pic 9(08).
           05 filler pic x(01) value SPACE.
           05 ad-horain pic 9(04).
           05 filler pic x(01) value SPACE.
           05 ad-usuario pic x(30).
           05 filler pic x(01) value SPACE.
           05 ad-credencial pic x(04).
           05 filler pic x(01) value SPACE.
           05 ad-anfitrion pic x(20).
       01 linea-ausente.
           05 au-hora pic x(05).
           05 filler pic x(01) value SPACE.
           05 au-usuario pic x(30).
           05 filler pic x(01) value SPACE.
           05 au-anfitrion pic x(20).
           05 filler pic x(01) value SPACE.
           05 au-sala pic x(10).
           05 filler pic x(01) value SPACE.
           05 au-motivo pic x(30).
       01 linea-sin-cita.
           05 sc-horain pic x(05).
           05 filler pic x(01) value SPACE.
           05 sc-horaout pic x(05).
           05 filler pic x(01) value SPACE.
           05 sc-usuario pic x(30).
           05 filler pic x(01) value SPACE.
           05 sc-motivo pic x(30).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-ausentes
           move 0 to cant-sin-cita
           move 0 to cant-fuera
           move 0 to cant-adentro
           move 0 to cant-perdidas

           IF parm-depto(1:8) IS NUMERIC then
              move parm-depto(1:8) to fecha-rep
           ELSE
              ACCEPT fecha-rep FROM DATE YYYYMMDD
           END-IF

           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "CIERRE DE RECEPCION DEL " DELIMITED BY SIZE
              fecha-rep DELIMITED BY SIZE
              INTO linea-print
           write linea-print

           OPEN  input VISITAS
           move "N" to visitas-abierto
           IF visitas-status = "00" then
              move "S" to visitas-abierto
           END-IF

           MOVE SPACES TO linea-print
           write linea-print
           MOVE "ESPERADOS QUE NO LLEGARON" TO linea-print
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
                    PERFORM REVISAR-CITA
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              IF asis-abierto = "S" then
                 CLOSE ASISTENTES
              END-IF
              CLOSE CITAS
           END-IF
           IF cant-ausentes = 0 then
              MOVE "  (todos los visitantes esperados llegaron)"
                 TO linea-print
              write linea-print
           END-IF

           MOVE SPACES TO linea-print
           write linea-print
           MOVE "VISITAS SIN CITA" TO linea-print
           write linea-print
           MOVE "ENTRO SALIO VISITANTE                      MOTIVO"
              TO linea-print
           write linea-print
           IF visitas-abierto = "S" then
              move fecha-rep to vi-fecha
              move 0 to vi-horain
              move LOW-VALUES to vi-usuario
              move "N" to FIN-VISITAS
              START VISITAS KEY IS >= vi-clave
                 INVALID KEY
                    MOVE "S" TO FIN-VISITAS
              END-START
              PERFORM UNTIL FIN-VISITAS = "S"
              READ VISITAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-VISITAS
              NOT AT END
                 IF vi-fecha NOT = fecha-rep then
                    MOVE "S" TO FIN-VISITAS
                 ELSE
                 IF vi-sin-cita then
                    PERFORM LISTAR-SIN-CITA
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
           END-IF
           IF cant-sin-cita = 0 then
              MOVE "  (no hubo visitas sin cita)" TO linea-print
              write linea-print
           END-IF

           MOVE SPACES TO linea-print
           write linea-print
           MOVE "VISITANTES TODAVIA EN EL EDIFICIO" TO linea-print
           write linea-print
           MOVE "FECHA    ENTRO VISITANTE                      CRED "
              TO linea-print
           write linea-print
           IF visitas-abierto = "S" then
              move 0 to vi-fecha
              move 0 to vi-horain
              move LOW-VALUES to vi-usuario
              move "N" to FIN-VISITAS
              START VISITAS KEY IS >= vi-clave
                 INVALID KEY
                    MOVE "S" TO FIN-VISITAS
              END-START
              PERFORM UNTIL FIN-VISITAS = "S"
              READ VISITAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-VISITAS
              NOT AT END
                 IF vi-fecha > fecha-rep then
                    MOVE "S" TO FIN-VISITAS
                 ELSE
                 IF vi-horaout = 0 then
                    PERFORM LISTAR-ADENTRO
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE VISITAS
           END-IF
           IF cant-adentro = 0 then
              MOVE "  (no queda nadie en el edificio)" TO linea-print
              write linea-print
           END-IF

           PERFORM CONTROL-CREDENCIALES

           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Esperados ausentes: " DELIMITED BY SIZE
              cant-ausentes DELIMITED BY SIZE
              "   Visitas sin cita: " DELIMITED BY SIZE
              cant-sin-cita DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Todavia adentro: " DELIMITED BY SIZE
              cant-adentro DELIMITED BY SIZE
              "   Credenciales afuera: " DELIMITED BY SIZE
              cant-fuera DELIMITED BY SIZE
              "   Perdidas: " DELIMITED BY SIZE
              cant-perdidas DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           CLOSE PRINTFILE

           move "VISITFIN" to spool-reporte
           move "visitfin.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display "Cierre de recepcion del " fecha-rep ": "
              cant-ausentes " ausente(s), " cant-sin-cita
              " sin cita, " cant-fuera " credencial(es) afuera, "
              cant-perdidas " perdida(s), en visitfin.txt"

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       REVISAR-CITA.
           MOVE SPACES TO au-hora
           STRING c-hini(1:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              c-hini(3:2) DELIMITED BY SIZE
              INTO au-hora
           move c-operador to au-anfitrion
           move c-sala to au-sala
           move c-motivo to au-motivo
           move c-usuario to usuario-esperado
           PERFORM REVISAR-ESPERADO

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
                    move as-invitado to usuario-esperado
                    PERFORM REVISAR-ESPERADO
                 END-IF
              END-READ
              END-PERFORM
           END-IF.

       REVISAR-ESPERADO.
           move "N" to llego
           IF visitas-abierto = "S" then
              move fecha-rep to vi-fecha
              move 0 to vi-horain
              move LOW-VALUES to vi-usuario
              move "N" to FIN-VISITAS
              START VISITAS KEY IS >= vi-clave
                 INVALID KEY
                    MOVE "S" TO FIN-VISITAS
              END-START
              PERFORM UNTIL FIN-VISITAS = "S"
              READ VISITAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-VISITAS
              NOT AT END
                 IF vi-fecha NOT = fecha-rep then
                    MOVE "S" TO FIN-VISITAS
                 ELSE
                 IF vi-usuario = usuario-esperado then
                    move "S" to llego
                    MOVE "S" TO FIN-VISITAS
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
           END-IF
           IF llego = "N" then
              move usuario-esperado to au-usuario
              move linea-ausente to linea-print
              write linea-print
              add 1 to cant-ausentes
           END-IF.

       LISTAR-SIN-CITA.
           MOVE SPACES TO sc-horain
           STRING vi-horain(1:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              vi-horain(3:2) DELIMITED BY SIZE
              INTO sc-horain
           IF vi-horaout = 0 then
              move "  -  " to sc-horaout
           ELSE
              MOVE SPACES TO sc-horaout
              STRING vi-horaout(1:2) DELIMITED BY SIZE
                 ":" DELIMITED BY SIZE
                 vi-horaout(3:2) DELIMITED BY SIZE
                 INTO sc-horaout
           END-IF
           move vi-usuario to sc-usuario
           move vi-motivo to sc-motivo
           move linea-sin-cita to linea-print
           write linea-print
           add 1 to cant-sin-cita.

       LISTAR-ADENTRO.
           move vi-fecha to ad-fecha
           move vi-horain to ad-horain
           move vi-usuario to ad-usuario
           IF vi-credencial = 0 then
              move "  - " to ad-credencial
           ELSE
              move vi-credencial to ad-credencial
           END-IF
           move vi-anfitrion to ad-anfitrion
           move linea-adentro to linea-print
           write linea-print
           add 1 to cant-adentro.

       CONTROL-CREDENCIALES.
           MOVE SPACES TO linea-print
           write linea-print
           MOVE "CREDENCIALES AFUERA" TO linea-print
           write linea-print
           MOVE "NUM  T TENEDOR                        ENTREGADA     "
              TO linea-print
           write linea-print
           OPEN  input CREDENCIALES
           IF cred-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CREDENCIALES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cr-prestada then
                    PERFORM LISTAR-CREDENCIAL
                    add 1 to cant-fuera
                 END-IF
              END-READ
              END-PERFORM
              CLOSE CREDENCIALES
           END-IF
           IF cant-fuera = 0 then
              MOVE "  (todas las credenciales fueron devueltas)"
                 TO linea-print
              write linea-print
           END-IF

           MOVE SPACES TO linea-print
           write linea-print
           MOVE "CREDENCIALES PERDIDAS (BLOQUEADAS)" TO linea-print
           write linea-print
           MOVE "NUM  T ULTIMO TENEDOR                 BAJA     "
              TO linea-print
           write linea-print
           OPEN  input CREDENCIALES
           IF cred-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CREDENCIALES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cr-perdida then
                    PERFORM LISTAR-CREDENCIAL
                    add 1 to cant-perdidas
                 END-IF
              END-READ
              END-PERFORM
              CLOSE CREDENCIALES
           END-IF
           IF cant-perdidas = 0 then
              MOVE "  (no hay credenciales perdidas)" TO linea-print
              write linea-print
           END-IF.

       LISTAR-CREDENCIAL.
           move cr-numero to lcr-numero
           move cr-tipo to lcr-tipo
           move cr-usuario to lcr-usuario
           move cr-fecha to lcr-fecha
           move cr-hora to lcr-hora
           move cr-operador to lcr-operador
           move linea-credencial to linea-print
           write linea-print.
