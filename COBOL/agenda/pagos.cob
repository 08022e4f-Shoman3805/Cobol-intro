           FILE STATUS IS status-cuentas.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT PRINTFILE ASSIGN TO "ordenes_omitidas.txt"
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(80).
       01 dia-habil pic x(1).
       01 ya-posteada pic x(1).
       01 FIN-MOVS pic x(1) value "N".
       COPY "movseq.cpy".
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.

       LINKAGE SECTION.
       01 parm-modo pic x(1).
              accept FIN-ARCHIVO
           END-IF

           CALL 'totales' USING "V" tot-depto reg-totales

           EXIT PROGRAM.

       VERIFICAR-POSTEADA.
           OPEN  input MOVIMIENTOS
           IF mov-status NOT = "00" then
              move "S" to FIN-MOVS
           ELSE
              move or-cta to mv-cta
              compute mv-fecha = periodo-hoy * 100
              move 0 to mv-seq
              START MOVIMIENTOS KEY IS >= mv-clave
                 INVALID KEY
                    MOVE "S" TO FIN-MOVS
              END-START
           END-IF
           PERFORM UNTIL FIN-MOVS = "S"
           READ MOVIMIENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-MOVS
           NOT AT END
              move mv-fecha(1:6) to mv-periodo
              IF mv-cta NOT = or-cta OR mv-periodo > periodo-hoy then
                 MOVE "S" TO FIN-MOVS
              END-IF
              IF mv-cta = or-cta AND
                 mv-referencia = or-referencia AND
                 mv-periodo = periodo-hoy then
              END-IF
           END-READ
           END-PERFORM
           IF mov-status NOT = "35" then
              CLOSE MOVIMIENTOS
           END-IF
           move "N" to FIN-MOVS.
              IF cta-estado = "C" then
                 move "cuenta cerrada" to motivo-omite
              ELSE
              IF cta-estado = "B" AND or-tipo = "D" then
                 move "cuenta bloqueada" to motivo-omite
              ELSE
              IF or-tipo = "D" then
                 compute saldo-proyectado =
                    cta-saldo - or-importe
                 END-IF
              END-IF
              END-IF
              END-IF
           END-READ

           IF motivo-omite = SPACES then
                 add or-importe to cta-saldo
              END-IF
              REWRITE reg-cuenta
              MOVE SPACES TO reg-movimiento
              move or-cta to mv-cta
              move hoy to mv-fecha
              move or-importe to mv-importe
              move or-referencia to mv-referencia
              move operador-actual to mv-operador
              PERFORM ALTA-MOVIMIENTO
              add 1 to cant-posteadas
           ELSE
              add 1 to cant-omitidas
              END-STRING
              write linea-print
           END-IF.

       COPY "movseqpr.cpy".
