           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT LINEAL ASSIGN TO NOMBRE-LINEAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS lineal-status.
       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  LINEAL.
       01  linea-lineal pic x(132).

       WORKING-STORAGE SECTION.
       01 metricas-status pic x(2).
       01 status-contactos pic x(2).
       01 mov-status pic x(2).
       01 lineal-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-MET pic x(1) value "N".
                 CLOSE CONTACTOS
                 move "N" to FIN-ARCHIVO
              END-IF
           ELSE
           IF archivo-medido = "movimientos.txt" then
              OPEN  input MOVIMIENTOS
              IF mov-status = "00" then
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ MOVIMIENTOS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    add 1 to registros-cont
                    add 77 to bytes-cont
                 END-READ
                 END-PERFORM
                 CLOSE MOVIMIENTOS
                 move "N" to FIN-ARCHIVO
              END-IF
           ELSE
              move archivo-medido to NOMBRE-LINEAL
              OPEN  input LINEAL
                 CLOSE LINEAL
                 move "N" to FIN-ARCHIVO
              END-IF
           END-IF
           END-IF.

       GRABAR-METRICA.
