           RECORD KEY IS pr-prefijo
           FILE STATUS IS prefijos-status.

           SELECT SMSLOG ASSIGN TO "sms_enviados.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS se-clave
           ALTERNATE RECORD KEY IS se-id
           FILE STATUS IS smslog-status.

       DATA DIVISION.
       FILE SECTION.

           05 pr-ciudad pic x(20).
           05 pr-region pic x(10).

       FD  SMSLOG.
       COPY "smslog.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 atributos-status pic x(2).
       01 prefijos-status pic x(2).
       01 smslog-status pic x(2).
       01 cant-sms pic 9(05).
       01 sms-desde pic 9(05).
       01 sms-mostrar pic x(1).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 texnum pic x(10).
       01 prim pic x(2).
                 move "N" to FIN-ARCHIVO
                 CLOSE ATRIBUTOS
              END-IF

              OPEN  input SMSLOG
              IF smslog-status = "00" then
                 move 0 to cant-sms
                 move "N" to sms-mostrar
                 PERFORM LEER-SMS
                 IF cant-sms > 0 then
                    display "Ultimos SMS enviados:"
                    move 0 to sms-desde
                    IF cant-sms > 5 then
                       compute sms-desde = cant-sms - 5
                    END-IF
                    move 0 to cant-sms
                    move "S" to sms-mostrar
                    PERFORM LEER-SMS
                 END-IF
                 CLOSE SMSLOG
              END-IF
           END-IF

           IF usuario-visto NOT = SPACES then
           accept FIN-ARCHIVO

           EXIT PROGRAM.

       LEER-SMS.
           move "N" to FIN-ARCHIVO
           move usuario-visto to se-usuario
           move 0 to se-id
           START SMSLOG KEY IS >= se-clave
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ SMSLOG NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF se-usuario NOT = usuario-visto then
                 MOVE "S" TO FIN-ARCHIVO
              ELSE
                 add 1 to cant-sms
                 IF sms-mostrar = "S" AND cant-sms > sms-desde then
                    display "  " se-fecha " [" se-estado "] "
                       se-texto(1:50)
                 END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO.
