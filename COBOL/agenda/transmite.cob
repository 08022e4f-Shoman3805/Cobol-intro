           SELECT TXLOG ASSIGN TO "transmision_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FALLECIDOS ASSIGN TO "fallecidos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fa-usuario
           FILE STATUS IS fallecidos-status.

       DATA DIVISION.
       FILE SECTION.

           05 det-ap pic x(20).
           05 det-num pic 9(10).
           05 det-categoria pic x(10).
           05 det-estado pic x(01).
           05 filler pic x(06).
       01  reg-trl REDEFINES linea-tx.
           05 trl-marca pic x(03).
           05 trl-cuenta pic 9(06).
       FD  TXLOG.
       01  linea-txlog pic x(80).

       FD  FALLECIDOS.
       COPY "fallecido.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 status-contactos pic x(2).
       01 control-status pic x(2).
       01 ack-status pic x(2).
       01 fallecidos-status pic x(2).
       01 cant-fallecidos pic 9(06) value 0.
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-tx pic x(1).
       01 hoy pic 9(08).
                 move 0 to hash-det

                 OPEN  output TRANSMISION
                 OPEN  input FALLECIDOS
                 MOVE SPACES TO linea-tx
                 move "HDR" to hdr-marca
                 move hoy to hdr-fecha
                       move ap to det-ap
                       move num to det-num
                       move categoria to det-categoria
                       move "A" to det-estado
                       IF fallecidos-status = "00" then
                          move usuario to fa-usuario
                          READ FALLECIDOS KEY IS fa-usuario
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             move "F" to det-estado
                             add 1 to cant-fallecidos
                          END-READ
                       END-IF
                       write linea-tx
                       add 1 to cant-det
                       add num to hash-det
                 write linea-tx
                 CLOSE TRANSMISION
                 CLOSE CONTACTOS
                 IF fallecidos-status = "00" then
                    CLOSE FALLECIDOS
                 END-IF

                 OPEN  output CONTROLTX
                 move seq-actual to ctl-seq

                 DISPLAY "Transmision " seq-actual " generada: "
                    cant-det " detalles, hash " hash-det
                 IF cant-fallecidos > 0 then
                    DISPLAY cant-fallecidos " contacto(s) marcados "
                       "como fallecidos."
                 END-IF
                 DISPLAY "Archivo: transmision.txt"
              END-IF
           END-IF
