           SELECT SALUDOS ASSIGN TO "saludos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOGARES ASSIGN TO "hogares.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ho-usuario
           ALTERNATE RECORD KEY IS ho-id WITH DUPLICATES
           FILE STATUS IS hogares-status.

           SELECT FALLECIDOS ASSIGN TO "fallecidos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fa-usuario
           FILE STATUS IS fallecidos-status.

       DATA DIVISION.
       FILE SECTION.

       FD  SALUDOS.
       01  linea-saludo pic x(120).

       FD  HOGARES.
       COPY "hogar.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  FALLECIDOS.
       COPY "fallecido.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 fallecidos-status pic x(2).
       01 es-fallecido pic x(1).
       01 status-contactos pic x(2).
       01 saludolog-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 fec-dias pic s9(7).
       01 fec-valida pic x(1).
       01 largo-ano pic 9(3).
       01 hogares-status pic x(2).
       01 por-hogar pic x(1) value "N".
       01 nombres-hogar pic x(60).
       01 tabla-saludo-hogar.
           05 saludo-hogar OCCURS 3000 TIMES.
              10 sh-destino pic x(41).
              10 sh-nombres pic x(60).
              10 sh-id pic 9(06).
       COPY "hogtab.cpy".

       LINKAGE SECTION.
       COPY "retorno.cpy".
              OPEN  i-o SALUDOLOG
           END-IF

           DISPLAY "Un solo saludo por hogar? (S/N)"
           MOVE SPACES TO por-hogar
           ACCEPT por-hogar
           move 0 to HOG-CANT
           move 0 to cant-saludos
           move 0 to cant-omitidos
           move "N" to FIN-ARCHIVO
           IF por-hogar = "S" OR por-hogar = "s" then
              move "S" to por-hogar
              OPEN  input HOGARES
              IF hogares-status NOT = "00" then
                 DISPLAY "No hay hogares registrados: se genera un "
                    "saludo por contacto."
                 move "N" to por-hogar
              END-IF
           ELSE
              move "N" to por-hogar
           END-IF

           OPEN  input CONTACTOS
           IF status-contactos NOT = "00" then
              DISPLAY "No existe el archivo " NOMBRE-ARCHIVO
           ELSE
              OPEN  extend SALUDOS
              OPEN  input FALLECIDOS

              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CONTACTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 PERFORM VERIFICAR-FALLECIDO
                 IF usuario NOT = "##VERSION##" AND
                    activo NOT = "N" AND nacimiento NOT = 0 AND
                    cons-carta = "S" AND es-fallecido = "N" then
                    move nacimiento(5:2) to nacimes
                    move nacimiento(7:2) to nacidia
                    compute fecha-armada = hoy-ano * 10000
                       IF ya-saludado = "S" then
                          add 1 to cant-omitidos
                       ELSE
                          move "I" to HOG-NUEVO
                          move 0 to HOG-POS
                          IF por-hogar = "S" then
                             move usuario to HOG-USUARIO
                             PERFORM UBICAR-HOGAR
                          END-IF
                          IF HOG-NUEVO NOT = "I" AND HOG-POS NOT = 0
                             then
                             PERFORM ACUMULAR-SALUDO-HOGAR
                          ELSE
                             MOVE SPACES TO linea-saludo
                             STRING
                                "Feliz cumpleanios " DELIMITED BY SIZE
                                nom DELIMITED BY "  "
                                " " DELIMITED BY SIZE
                                ap DELIMITED BY "  "
                                "! Saludos de todo el equipo. ["
                                DELIMITED BY SIZE
                                usuario DELIMITED BY "  "
                                "]" DELIMITED BY SIZE
                                INTO linea-saludo
                             END-STRING
                             write linea-saludo
                             add 1 to cant-saludos
                          END-IF
                          move usuario to sl-usuario
                          move ano-saludo to sl-ano
                          move hoy to sl-fecha
                             INVALID KEY
                                CONTINUE
                          END-WRITE
                       END-IF
                    END-IF
                 END-IF
              END-READ
              END-PERFORM

              IF por-hogar = "S" then
                 PERFORM EMITIR-SALUDOS-HOGAR
              END-IF
              CLOSE SALUDOS
              CLOSE CONTACTOS
              IF fallecidos-status = "00" then
                 CLOSE FALLECIDOS
              END-IF
              DISPLAY "Saludos generados en saludos.txt: "
                 cant-saludos
              DISPLAY "Ya saludados este anio (omitidos): "
                 cant-omitidos
           END-IF
           CLOSE SALUDOLOG
           IF por-hogar = "S" then
              CLOSE HOGARES
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       ACUMULAR-SALUDO-HOGAR.
           IF HOG-NUEVO = "S" then
              MOVE SPACES TO sh-destino(HOG-POS)
              STRING HOG-NOM DELIMITED BY "  "
                 " " DELIMITED BY SIZE
                 HOG-AP DELIMITED BY "  "
                 INTO sh-destino(HOG-POS)
              END-STRING
              move nom to sh-nombres(HOG-POS)
              move ho-id to sh-id(HOG-POS)
              add 1 to cant-saludos
           ELSE
              MOVE SPACES TO nombres-hogar
              STRING sh-nombres(HOG-POS) DELIMITED BY "  "
                 " y " DELIMITED BY SIZE
                 nom DELIMITED BY "  "
                 INTO nombres-hogar
              END-STRING
              move nombres-hogar to sh-nombres(HOG-POS)
           END-IF.

       EMITIR-SALUDOS-HOGAR.
           PERFORM VARYING HOG-IX FROM 1 BY 1 UNTIL HOG-IX > HOG-CANT
              MOVE SPACES TO linea-saludo
              STRING sh-destino(HOG-IX) DELIMITED BY "  "
                 ": feliz cumpleanios " DELIMITED BY SIZE
                 sh-nombres(HOG-IX) DELIMITED BY "  "
                 "! Saludos de todo el equipo. [hogar "
                 DELIMITED BY SIZE
                 sh-id(HOG-IX) DELIMITED BY SIZE
                 "]" DELIMITED BY SIZE
                 INTO linea-saludo
              END-STRING
              write linea-saludo
           END-PERFORM.

       VERIFICAR-FALLECIDO.
           move "N" to es-fallecido
           IF fallecidos-status = "00" then
              move usuario to fa-usuario
              READ FALLECIDOS KEY IS fa-usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "S" to es-fallecido
              END-READ
           END-IF.

       COPY "hogtabpr.cpy".

