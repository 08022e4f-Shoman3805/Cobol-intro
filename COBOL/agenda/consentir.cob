           SELECT PRINTFILE ASSIGN TO "consentimientos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FALLECIDOS ASSIGN TO "fallecidos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fa-usuario
           FILE STATUS IS fallecidos-status.

       DATA DIVISION.
       FILE SECTION.

       FD  PRINTFILE.
       01  linea-print pic x(80).

       FD  FALLECIDOS.
       COPY "fallecido.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 status-contactos pic x(2).
       01 fallecidos-status pic x(2).
       01 es-fallecido pic x(1).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-cons pic x(1).
       01 usuario-pedido pic x(30).
              INVALID KEY
                 DISPLAY "Usuario no encontrado"
              NOT INVALID KEY
                 move "N" to es-fallecido
                 OPEN  input FALLECIDOS
                 IF fallecidos-status = "00" then
                    move usuario to fa-usuario
                    READ FALLECIDOS KEY IS fa-usuario
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       move "S" to es-fallecido
                    END-READ
                    CLOSE FALLECIDOS
                 END-IF
                 IF usuario = "##VERSION##" OR activo = "N" then
                    DISPLAY "Usuario no encontrado"
                 ELSE
                 IF es-fallecido = "S" then
                    DISPLAY "El contacto figura como fallecido, no se "
                       "registran consentimientos."
                 ELSE
                    DISPLAY "Estado actual: carta=" cons-carta
                       " email=" cons-email " tel=" cons-tel
                          "guardo nada."
                    END-IF
                 END-IF
                 END-IF
              END-READ
              CLOSE CONTACTOS
           END-IF.
