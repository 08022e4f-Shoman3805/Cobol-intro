       FILE-CONTROL.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT MOVARCH ASSIGN TO NOMBRE-ARCH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS arch-status.
       FILE SECTION.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVARCH.
       01  linea-movarch pic x(77).

       FD  CTLCIERRE.
       01  linea-control pic 9(04).
           05 neto-reg OCCURS 500 TIMES.
              10 ya-cta pic 9(05).
              10 ya-neto pic s9(08).
       COPY "movseq.cpy".

       LINKAGE SECTION.
       COPY "retorno.cpy".
              move "S" to FIN-ARCHIVO
           END-IF
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ MOVIMIENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              ".txt" DELIMITED BY SIZE
              INTO NOMBRE-ARCH
           move "N" to FIN-ARCHIVO
           OPEN  i-o MOVIMIENTOS
           OPEN  output MOVARCH
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ MOVIMIENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
                 add 1 to cant-archivadas
                 move reg-movimiento to linea-movarch
                 write linea-movarch
                 DELETE MOVIMIENTOS RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
              ELSE
                 add 1 to cant-retenidas
              END-IF
           END-READ
           END-PERFORM
           CLOSE MOVIMIENTOS
           CLOSE MOVARCH
           move "N" to FIN-ARCHIVO.

       CALCULAR-NETOS.
              move "S" to FIN-ARCHIVO
           END-IF
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ MOVIMIENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
           END-IF.

       ESCRIBIR-ARRASTRES.
           OPEN  i-o MOVIMIENTOS
           IF mov-status = "35" then
              OPEN  output MOVIMIENTOS
              CLOSE MOVIMIENTOS
              OPEN  i-o MOVIMIENTOS
           END-IF
           PERFORM VARYING indice-ya FROM 1 BY 1
              UNTIL indice-ya > cant-ya
                    anio-cierre DELIMITED BY SIZE
                    INTO mv-referencia
                 move "(cierre)" to mv-operador
                 PERFORM ESCRIBIR-MOVIMIENTO
              END-IF
           END-PERFORM
           CLOSE MOVIMIENTOS.
           move anio-cierre to linea-control
           write linea-control
           CLOSE CTLCIERRE.

       COPY "movseqpr.cpy".
