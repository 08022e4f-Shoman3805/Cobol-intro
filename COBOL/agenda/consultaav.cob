           RECORD KEY IS at-clave
           FILE STATUS IS atributos-status.

           SELECT SEGMENTOS ASSIGN TO "segmentos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sg-usuario
           FILE STATUS IS segmentos-status.

       DATA DIVISION.
       FILE SECTION.

              10 at-nombre pic x(10).
           05 at-valor pic x(30).

       FD  SEGMENTOS.
       COPY "segmento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 atributos-status pic x(2).
       01 filtro-atributo pic x(10).
       01 filtro-atrvalor pic x(30).
       01 usa-atributos pic x(1) value "N".
       01 segmentos-status pic x(2).
       01 filtro-nivel pic x(1).
       01 usa-segmentos pic x(1) value "N".
       01 status-contactos pic x(2).
       01 grupos-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
              MOVE SPACES TO filtro-atrvalor
              ACCEPT filtro-atrvalor
           END-IF
           DISPLAY "Nivel de segmento (A/B/C/D)"
           MOVE SPACES TO filtro-nivel
           ACCEPT filtro-nivel
           INSPECT filtro-nivel CONVERTING "abcd" TO "ABCD"

           move 0 to dlen
           PERFORM VARYING dlen FROM 20 BY -1 UNTIL
              END-IF
           END-IF

           move "N" to usa-segmentos
           IF filtro-nivel NOT = SPACES then
              OPEN  input SEGMENTOS
              IF segmentos-status = "00" then
                 move "S" to usa-segmentos
              ELSE
                 DISPLAY "No hay segmentacion calculada, se ignora "
                    "ese criterio."
              END-IF
           END-IF

           ACCEPT hoy FROM DATE YYYYMMDD
           move hoy(1:4) to anoactual

                       END-READ
                    END-IF

                    IF cumple = "S" AND usa-segmentos = "S" then
                       move usuario to sg-usuario
                       READ SEGMENTOS KEY IS sg-usuario
                       INVALID KEY
                          move "N" to cumple
                       NOT INVALID KEY
                          IF sg-nivel NOT = filtro-nivel then
                             move "N" to cumple
                          END-IF
                       END-READ
                    END-IF

                    IF cumple = "S" AND dlen NOT = 0 then
                       move 0 to elen
                       PERFORM VARYING elen FROM 30 BY -1 UNTIL
           IF usa-atributos = "S" then
              CLOSE ATRIBUTOS
           END-IF
           IF usa-segmentos = "S" then
              CLOSE SEGMENTOS
           END-IF

           DISPLAY "------------------------------------------------"
           DISPLAY "Contactos que cumplen todos los criterios: "
