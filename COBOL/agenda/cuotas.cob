           FILE STATUS IS status-cuentas.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).
       01 saldo-proyectado pic s9(8).
       01 cant-posteadas pic 9(04) value 0.
       01 cant-omitidas pic 9(04) value 0.
       01 cant-saldados pic 9(04) value 0.
       01 plan-corte pic 9(04) value 0.
       01 plan-pendiente pic x(1) value "N".
       COPY "movseq.cpy".
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.

       LINKAGE SECTION.
       01 parm-modo pic x(1).
              move "prestamos_cuotas.txt no disponible"
                 to ret-motivo
           ELSE
              OPEN  i-o PRESTAMOS
              OPEN  i-o CUENTAS
              IF status-cuentas NOT = "00" OR
                 prestamos-status NOT = "00" then
                 move "archivos de prestamos no disponibles"
                    to ret-motivo
              ELSE
                 move 0 to plan-corte
                 move "N" to plan-pendiente
                 move 0 to cant-saldados
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ CUOTAS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF pc-prestamo NOT = plan-corte then
                       PERFORM CERRAR-PLAN
                       move pc-prestamo to plan-corte
                       move "N" to plan-pendiente
                    END-IF
                    IF pc-pagada = "N" AND pc-vence <= hoy then
                       PERFORM POSTEAR-CUOTA
                    END-IF
                    IF pc-pagada = "N" then
                       move "S" to plan-pendiente
                    END-IF
                 END-READ
                 END-PERFORM
                 PERFORM CERRAR-PLAN
                 CLOSE CUENTAS
                 CLOSE PRESTAMOS
              END-IF

              display "Cuotas posteadas: " cant-posteadas
                 "  en mora: " cant-omitidas
                 "  planes saldados: " cant-saldados
              IF cant-omitidas > 0 then
                 move "A" to ret-estado
                 move "hay cuotas de prestamos en mora"
              accept FIN-ARCHIVO
           END-IF

           CALL 'totales' USING "V" tot-depto reg-totales

           EXIT PROGRAM.

       POSTEAR-CUOTA.
              INVALID KEY
                 move "N" to plan-valido
              NOT INVALID KEY
                 IF cta-estado = "C" OR cta-estado = "B" then
                    move "N" to plan-valido
                 ELSE
                    compute saldo-proyectado =
           IF plan-valido = "S" then
              subtract pc-importe from cta-saldo
              REWRITE reg-cuenta
              MOVE SPACES TO reg-movimiento
              move cuenta-plan to mv-cta
              move hoy to mv-fecha
                 pc-nro DELIMITED BY SIZE
                 INTO mv-referencia
              move operador-actual to mv-operador
              PERFORM ALTA-MOVIMIENTO
              move "S" to pc-pagada
              move hoy to pc-fecha-pago
              REWRITE reg-cuota
           ELSE
              add 1 to cant-omitidas
           END-IF.

       CERRAR-PLAN.
           IF plan-corte NOT = 0 AND plan-pendiente = "N" then
              move plan-corte to pl-id
              READ PRESTAMOS KEY IS pl-id
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF pl-estado = "A" then
                    move "S" to pl-estado
                    REWRITE reg-prestamo
                    add 1 to cant-saldados
                 END-IF
              END-READ
           END-IF.

       COPY "movseqpr.cpy".
