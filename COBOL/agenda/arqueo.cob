       FILE-CONTROL.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

       DATA DIVISION.
       FILE SECTION.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 mov-status pic x(2).
           ELSE
              move 0 to cant-op
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ MOVIMIENTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
