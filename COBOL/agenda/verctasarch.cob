           FILE STATUS IS archctas-status.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

       DATA DIVISION.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY ==a==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 archctas-status pic x(2).
                 OPEN  input MOVIMIENTOS
                 IF mov-status NOT = "00" then
                    move "S" to FIN-ARCHIVO
                 ELSE
                    PERFORM POSICIONAR-CUENTA
                 END-IF
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ MOVIMIENTOS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF mv-cta NOT = cuenta-pedida then
                       MOVE "S" TO FIN-ARCHIVO
                    END-IF
                    IF mv-cta = cuenta-pedida then
                       move "S" to alguno
                       DISPLAY mv-fecha " " mv-tipo " "
                    END-IF
                 END-READ
                 END-PERFORM
                 IF mov-status NOT = "35" then
                    CLOSE MOVIMIENTOS
                 END-IF
                 IF alguno = "N" then
              END-READ
              CLOSE ARCHCTAS
           END-IF.

       POSICIONAR-CUENTA.
           move cuenta-pedida to mv-cta
           move 0 to mv-fecha
           move 0 to mv-seq
           START MOVIMIENTOS KEY IS >= mv-clave
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START.
