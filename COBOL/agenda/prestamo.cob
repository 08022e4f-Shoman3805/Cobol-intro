           FILE STATUS IS status-cuentas.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT SOLICITUDES ASSIGN TO "solicitudes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sl-id
           FILE STATUS IS solicitudes-status.

           SELECT APROBACIONES ASSIGN TO "aprobaciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ap-id
           FILE STATUS IS aprob-status.

           SELECT GARANTIAS ASSIGN TO "garantias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS gt-clave
           FILE STATUS IS garantias-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SOLICITUDES.
       COPY "solicitud.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  APROBACIONES.
       01  reg-aprobacion.
           05 ap-id pic 9(04).
           05 ap-programa pic x(10).
           05 ap-solicitante pic x(20).
           05 ap-fecha pic 9(08).
           05 ap-detalle pic x(80).
           05 ap-estado pic x(01).
           05 ap-revisor pic x(20).
           05 ap-comentario pic x(40).

       FD  GARANTIAS.
       COPY "garantia.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).
       01 fec-valida pic x(1).
       01 indice-cu pic 9(03).
       01 prestamo-pedido pic 9(04).
       01 fecha-corte pic 9(08).
       01 vencido-pend pic 9(08).
       01 futuro-pend pic 9(08).
       01 cant-futuras pic 9(03).
       01 total-pend pic 9(08).
       01 importe-anticipo pic 9(06).
       01 modo-anticipo pic x(1).
       01 plan-valido pic x(1).
       01 saldo-proyectado pic s9(8).
       01 restante pic 9(08).
       01 grupo-ok pic x(1).
       01 solicitudes-status pic x(2).
       01 aprob-status pic x(2).
       01 solicitud-pedida pic 9(06).
       01 solicitud-ok pic x(1).
       01 id-en-detalle pic 9(06).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 exposicion-nueva pic 9(11).
       01 garantias-status pic x(2).
       01 plan-anterior pic 9(04).
       01 cant-morosos pic 9(03).
       01 indice-mo pic 9(03).
       01 tabla-morosos.
           05 moroso-reg OCCURS 200 TIMES.
              10 mo-plan pic 9(04).
              10 mo-deuda pic 9(08).
              10 mo-garantes pic 9(03).
       01 cant-con-garantes pic 9(03).
       01 emitir-avisos pic x(1).
       01 cartas-plan pic 9(03).
       01 cartas-total pic 9(05).
       COPY "grpparm.cpy".
       COPY "movseq.cpy".
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.

       LINKAGE SECTION.
       COPY "retorno.cpy".

           ACCEPT hoy FROM DATE YYYYMMDD

           DISPLAY "A- Alta de plan desde una solicitud aprobada"
           DISPLAY "L- Listar planes"
           DISPLAY "C- Ver el cronograma de un plan"
           DISPLAY "M- Reporte de morosidad"
           DISPLAY "Q- Cotizacion de cancelacion anticipada"
           DISPLAY "P- Pago anticipado total o parcial"
           ACCEPT opcion-pre
           INSPECT opcion-pre CONVERTING "alcmqp" TO "ALCMQP"

           IF opcion-pre = "A" then
              PERFORM ALTA-PLAN
           ELSE
           IF opcion-pre = "M" then
              PERFORM REPORTE-MOROSIDAD
           ELSE
           IF opcion-pre = "Q" then
              PERFORM COTIZAR-CANCELACION
           ELSE
           IF opcion-pre = "P" then
              PERFORM PAGO-ANTICIPADO
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           CALL 'totales' USING "V" tot-depto reg-totales

           EXIT PROGRAM.

       ALTA-PLAN.
           DISPLAY "Numero de solicitud aprobada"
           move 0 to solicitud-pedida
           ACCEPT solicitud-pedida
           PERFORM LEER-SOLICITUD
           move "N" to cuenta-valida
           MOVE SPACES TO status-cuentas
           IF solicitud-ok = "S" then
              OPEN  i-o CUENTAS
           END-IF
           IF status-cuentas = "00" then
              move cuenta-pedida to cta-id
              READ CUENTAS KEY IS cta-id
              END-READ
           END-IF
           IF cuenta-valida NOT = "S" then
              IF solicitud-ok = "S" then
                 DISPLAY "Esa cuenta no existe o esta cerrada."
              END-IF
              IF status-cuentas = "00" then
                 CLOSE CUENTAS
              END-IF
           ELSE
              DISPLAY "Cuenta " cuenta-pedida ", principal "
                 principal-ped " en " cuotas-ped " cuota(s)"
              DISPLAY "Fecha de la primera cuota (AAAAMMDD)"
              move 0 to inicio-ped
              ACCEPT inicio-ped
              move "S" to grupo-ok
              IF principal-ped > 0 then
                 PERFORM CONTROLAR-GRUPO
              END-IF
              IF principal-ped = 0 OR cuotas-ped = 0 OR
                 cuotas-ped > 120 OR inicio-ped = 0 then
                 DISPLAY "Datos invalidos, plan no creado."
                 CLOSE CUENTAS
              ELSE
              IF grupo-ok NOT = "S" then
                 DISPLAY "Plan no creado."
                 CLOSE CUENTAS
              ELSE
                 OPEN  i-o PRESTAMOS
                 IF prestamos-status = "35" then
                 DISPLAY "Plan " id-nuevo " creado: " cuotas-ped
                    " cuota(s) de " cuota-calc " desde "
                    inicio-ped
                 PERFORM MARCAR-OTORGADA
              END-IF
              END-IF
           END-IF.

       LEER-SOLICITUD.
           move "N" to solicitud-ok
           OPEN  i-o SOLICITUDES
           IF solicitudes-status NOT = "00" then
              DISPLAY "No hay solicitudes de prestamo registradas: "
                 "registre y califique la solicitud primero."
           ELSE
              move solicitud-pedida to sl-id
              READ SOLICITUDES KEY IS sl-id
              INVALID KEY
                 DISPLAY "No existe esa solicitud."
              NOT INVALID KEY
                 IF sl-en-aprobacion then
                    PERFORM BUSCAR-VISADO
                 END-IF
                 IF sl-aprobada then
                    move "S" to solicitud-ok
                    move sl-cta to cuenta-pedida
                    move sl-importe to principal-ped
                    move sl-cuotas to cuotas-ped
                    DISPLAY "Solicitante: " sl-solicitante
                       " (" sl-destino ")"
                 ELSE
                 IF sl-en-aprobacion then
                    DISPLAY "La solicitud sigue pendiente de "
                       "aprobacion."
                 ELSE
                 IF sl-otorgada then
                    DISPLAY "La solicitud ya fue convertida en el plan "
                       sl-prestamo "."
                 ELSE
                    DISPLAY "La solicitud fue declinada: no puede "
                       "convertirse en prestamo."
                 END-IF
                 END-IF
                 END-IF
              END-READ
              CLOSE SOLICITUDES
           END-IF.

       BUSCAR-VISADO.
           OPEN  i-o APROBACIONES
           IF aprob-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ APROBACIONES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF ap-programa = "solicitud" AND
                    ap-detalle(1:10) = "SOLICITUD " AND
                    ap-detalle(11:6) IS NUMERIC then
                    move ap-detalle(11:6) to id-en-detalle
                    IF id-en-detalle = sl-id AND ap-estado = "A" then
                       move "E" to ap-estado
                       REWRITE reg-aprobacion
                       move "A" to sl-estado
                       move hoy to sl-fecha-dec
                       MOVE SPACES TO sl-motivo
                       STRING "aprobada por " DELIMITED BY SIZE
                          ap-revisor DELIMITED BY SIZE
                          INTO sl-motivo
                       REWRITE reg-solicitud
                       MOVE "S" TO FIN-ARCHIVO
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE APROBACIONES
           END-IF.

       MARCAR-OTORGADA.
           OPEN  i-o SOLICITUDES
           IF solicitudes-status = "00" then
              move solicitud-pedida to sl-id
              READ SOLICITUDES KEY IS sl-id
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "O" to sl-estado
                 move id-nuevo to sl-prestamo
                 REWRITE reg-solicitud
              END-READ
              CLOSE SOLICITUDES
           END-IF
           move "PRE-ALTA" to aud-accion
           move sl-solicitante to aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario.

       CONTROLAR-GRUPO.
           move "V" to GRP-FUNCION
           MOVE SPACES TO GRP-EMPRESA
           move cta-titular to GRP-USUARIO
           move principal-ped to GRP-IMPORTE
           CLOSE CUENTAS
           CALL 'grupoexp' USING GRP-FUNCION GRP-EMPRESA GRP-USUARIO
              GRP-IMPORTE GRP-TOTALES GRP-RESULTADO
           OPEN  i-o CUENTAS
           move cuenta-pedida to cta-id
           READ CUENTAS KEY IS cta-id
           INVALID KEY
              move "N" to grupo-ok
              DISPLAY "La cuenta ya no esta disponible."
           END-READ
           IF GRP-RESULTADO = "N" then
              move "N" to grupo-ok
              compute exposicion-nueva = GRP-EXPOSICION + GRP-IMPORTE
              DISPLAY "El prestamo supera el limite del grupo "
                 GRP-EMPRESA ": exposicion " GRP-EXPOSICION
                 " + " GRP-IMPORTE " = " exposicion-nueva
                 ", limite " GRP-LIMITE
           END-IF.

       GENERAR-CRONOGRAMA.
           OPEN  i-o CUOTAS
           IF cuotas-status = "35" then
           END-PERFORM.

       ACREDITAR-PRINCIPAL.
           MOVE SPACES TO reg-movimiento
           move cuenta-pedida to mv-cta
           move hoy to mv-fecha
              id-nuevo DELIMITED BY SIZE
              INTO mv-referencia
           move operador-actual to mv-operador
           move "N" to MVS-GRABADO
           PERFORM ALTA-MOVIMIENTO
           IF MVS-GRABADO = "S" then
              add principal-ped to cta-saldo
              REWRITE reg-cuenta
           ELSE
              DISPLAY "No se pudo grabar la acreditacion del prestamo "
                 id-nuevo ": el capital no se acredito."
              move "E" to ret-estado
              move "no se pudo grabar el movimiento" to ret-motivo
           END-IF.

       LISTAR-PLANES.
           OPEN  input PRESTAMOS
              DISPLAY "Cuotas vencidas e impagas al " hoy ":"
              DISPLAY "------------------------------------------"
              move "N" to alguno
              move 0 to plan-anterior
              move 0 to cant-morosos
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CUOTAS NEXT RECORD
                    DISPLAY "Plan " pc-prestamo " cuota " pc-nro
                       " vencio " pc-vence " importe "
                       pc-importe
                    IF pc-prestamo NOT = plan-anterior AND
                       cant-morosos < 200 then
                       add 1 to cant-morosos
                       move pc-prestamo to mo-plan(cant-morosos)
                       move 0 to mo-deuda(cant-morosos)
                       move 0 to mo-garantes(cant-morosos)
                       move pc-prestamo to plan-anterior
                    END-IF
                    IF pc-prestamo = plan-anterior then
                       add pc-importe to mo-deuda(cant-morosos)
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
                 DISPLAY "No hay cuotas en mora."
              END-IF
              CLOSE CUOTAS
              IF cant-morosos > 0 then
                 PERFORM GARANTES-MOROSOS
              END-IF
           END-IF.

       GARANTES-MOROSOS.
           move 0 to cant-con-garantes
           OPEN  input GARANTIAS
           IF garantias-status = "00" then
              DISPLAY "------------------------------------------"
              DISPLAY "Garantes de los planes en mora:"
              PERFORM VARYING indice-mo FROM 1 BY 1
                 UNTIL indice-mo > cant-morosos
                 move mo-plan(indice-mo) to gt-prestamo
                 move 0 to gt-seq
                 move "N" to FIN-ARCHIVO
                 START GARANTIAS KEY IS >= gt-clave
                    INVALID KEY
                       MOVE "S" TO FIN-ARCHIVO
                 END-START
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ GARANTIAS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF gt-prestamo NOT = mo-plan(indice-mo) then
                       MOVE "S" TO FIN-ARCHIVO
                    ELSE
                    IF gt-garante AND gt-vigente then
                       add 1 to mo-garantes(indice-mo)
                       DISPLAY "Plan " gt-prestamo " vencido "
                          mo-deuda(indice-mo) " garante "
                          gt-usuario " por " gt-valor
                    END-IF
                    END-IF
                 END-READ
                 END-PERFORM
                 IF mo-garantes(indice-mo) > 0 then
                    add 1 to cant-con-garantes
                 ELSE
                    DISPLAY "Plan " mo-plan(indice-mo) " vencido "
                       mo-deuda(indice-mo) " sin garantes vigentes"
                 END-IF
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE GARANTIAS
           END-IF
           IF cant-con-garantes > 0 then
              DISPLAY "Emitir cartas de aviso a los garantes? (S/N)"
              MOVE SPACES TO emitir-avisos
              ACCEPT emitir-avisos
              IF emitir-avisos = "S" OR emitir-avisos = "s" then
                 move 0 to cartas-total
                 PERFORM VARYING indice-mo FROM 1 BY 1
                    UNTIL indice-mo > cant-morosos
                    IF mo-garantes(indice-mo) > 0 then
                       CALL 'avisogar' USING mo-plan(indice-mo)
                          mo-deuda(indice-mo) cartas-plan
                       add cartas-plan to cartas-total
                    END-IF
                 END-PERFORM
                 DISPLAY cartas-total " carta(s) agregadas a "
                    "garantes_cartas.txt"
              END-IF
           END-IF.

       COTIZAR-CANCELACION.
           OPEN  input CUOTAS
           IF cuotas-status NOT = "00" then
              DISPLAY "No hay cronogramas registrados todavia."
           ELSE
              DISPLAY "Numero de plan"
              move 0 to prestamo-pedido
              ACCEPT prestamo-pedido
              DISPLAY "Fecha de la cotizacion (AAAAMMDD, 0 = hoy)"
              move 0 to fecha-corte
              ACCEPT fecha-corte
              IF fecha-corte = 0 then
                 move hoy to fecha-corte
              END-IF
              PERFORM SUMAR-PENDIENTE
              CLOSE CUOTAS
              IF total-pend = 0 then
                 DISPLAY "El plan no tiene cuotas pendientes."
              ELSE
                 DISPLAY "Cotizacion del plan " prestamo-pedido
                    " al " fecha-corte
                 DISPLAY "  Cuotas vencidas impagas:  " vencido-pend
                 DISPLAY "  Capital a vencer:         " futuro-pend
                    " en " cant-futuras " cuota(s)"
                 DISPLAY "  Total para cancelar:      " total-pend
              END-IF
           END-IF.

       SUMAR-PENDIENTE.
           move 0 to vencido-pend
           move 0 to futuro-pend
           move 0 to cant-futuras
           move "N" to FIN-ARCHIVO
           move prestamo-pedido to pc-prestamo
           move 0 to pc-nro
           START CUOTAS KEY IS >= pc-clave
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ CUOTAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF pc-prestamo NOT = prestamo-pedido then
                 MOVE "S" TO FIN-ARCHIVO
              ELSE
              IF pc-pagada = "N" then
                 IF pc-vence <= fecha-corte then
                    add pc-importe to vencido-pend
                 ELSE
                    add pc-importe to futuro-pend
                    add 1 to cant-futuras
                 END-IF
              END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           compute total-pend = vencido-pend + futuro-pend.

       PAGO-ANTICIPADO.
           MOVE SPACES TO cuotas-status
           DISPLAY "Numero de plan"
           move 0 to prestamo-pedido
           ACCEPT prestamo-pedido
           move "N" to plan-valido
           OPEN  i-o PRESTAMOS
           IF prestamos-status = "00" then
              move prestamo-pedido to pl-id
              READ PRESTAMOS KEY IS pl-id
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF pl-estado = "A" then
                    move "S" to plan-valido
                 END-IF
              END-READ
           END-IF
           IF plan-valido = "S" then
              OPEN  i-o CUOTAS
              IF cuotas-status NOT = "00" then
                 move "N" to plan-valido
              ELSE
                 move hoy to fecha-corte
                 PERFORM SUMAR-PENDIENTE
                 IF total-pend = 0 then
                    move "N" to plan-valido
                 END-IF
              END-IF
           END-IF
           IF plan-valido NOT = "S" then
              DISPLAY "Ese plan no existe, no esta activo o no "
                 "tiene cuotas pendientes."
           ELSE
              DISPLAY "Total para cancelar hoy: " total-pend
                 " (vencido " vencido-pend ", a vencer "
                 futuro-pend ")"
              IF total-pend > 999999 then
                 DISPLAY "La cancelacion total supera el maximo de un "
                    "debito (999999): solo se admite un pago parcial."
              END-IF
              DISPLAY "Importe del pago anticipado"
              move 0 to importe-anticipo
              ACCEPT importe-anticipo
              MOVE SPACE TO modo-anticipo
              IF importe-anticipo >= total-pend then
                 move total-pend to importe-anticipo
                 move "C" to modo-anticipo
              ELSE
              IF importe-anticipo > 0 AND
                 importe-anticipo < futuro-pend then
                 DISPLAY "T- Acortar el plazo  R- Reducir el "
                    "importe de las cuotas"
                 MOVE "T" TO modo-anticipo
                 ACCEPT modo-anticipo
                 INSPECT modo-anticipo CONVERTING "tr" TO "TR"
                 IF modo-anticipo NOT = "T" AND
                    modo-anticipo NOT = "R" then
                    MOVE SPACE TO modo-anticipo
                 END-IF
              END-IF
              END-IF
              IF modo-anticipo = SPACE then
                 DISPLAY "Importe u opcion invalidos: un pago "
                    "parcial debe ser menor al capital a vencer."
              ELSE
                 PERFORM DEBITAR-ANTICIPO
              END-IF
           END-IF
           IF cuotas-status = "00" then
              CLOSE CUOTAS
           END-IF
           IF prestamos-status = "00" then
              CLOSE PRESTAMOS
           END-IF.

       DEBITAR-ANTICIPO.
           move "N" to cuenta-valida
           OPEN  i-o CUENTAS
           IF status-cuentas = "00" then
              move pl-cta to cta-id
              READ CUENTAS KEY IS cta-id
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 compute saldo-proyectado =
                    cta-saldo - importe-anticipo
                 IF cta-estado NOT = "C" AND cta-estado NOT = "B" AND
                    (saldo-proyectado >= 0 OR
                     saldo-proyectado >= (0 - cta-limite)) then
                    move "S" to cuenta-valida
                 END-IF
              END-READ
           END-IF
           IF cuenta-valida NOT = "S" then
              DISPLAY "La cuenta " pl-cta " no existe, esta cerrada "
                 "o el pago supera su limite de credito."
           ELSE
              MOVE SPACES TO reg-movimiento
              move pl-cta to mv-cta
              move hoy to mv-fecha
              move "D" to mv-tipo
              move importe-anticipo to mv-importe
              MOVE SPACES TO mv-referencia
              IF modo-anticipo = "C" then
                 STRING "PRESTAMO " DELIMITED BY SIZE
                    pl-id DELIMITED BY SIZE
                    " CANCEL" DELIMITED BY SIZE
                    INTO mv-referencia
              ELSE
                 STRING "PRESTAMO " DELIMITED BY SIZE
                    pl-id DELIMITED BY SIZE
                    " ANTICIPO" DELIMITED BY SIZE
                    INTO mv-referencia
              END-IF
              move operador-actual to mv-operador
              move "N" to MVS-GRABADO
              PERFORM ALTA-MOVIMIENTO
              IF MVS-GRABADO NOT = "S" then
                 DISPLAY "No se pudo grabar el debito: el prestamo y "
                    "la cuenta quedan como estaban."
                 move "E" to ret-estado
                 move "no se pudo grabar el movimiento" to ret-motivo
              ELSE
                 subtract importe-anticipo from cta-saldo
                 REWRITE reg-cuenta
                 IF modo-anticipo = "C" then
                    PERFORM CANCELAR-PLAN
                 ELSE
                 IF modo-anticipo = "T" then
                    PERFORM ACORTAR-PLAZO
                 ELSE
                    PERFORM REDUCIR-CUOTAS
                 END-IF
                 END-IF
                 REWRITE reg-prestamo
              END-IF
           END-IF
           IF status-cuentas = "00" then
              CLOSE CUENTAS
           END-IF.

       POSICIONAR-PLAN.
           move "N" to FIN-ARCHIVO
           move pl-id to pc-prestamo
           move 0 to pc-nro
           START CUOTAS KEY IS >= pc-clave
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START.

       CANCELAR-PLAN.
           PERFORM POSICIONAR-PLAN
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ CUOTAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF pc-prestamo NOT = pl-id then
                 MOVE "S" TO FIN-ARCHIVO
              ELSE
              IF pc-pagada = "N" then
                 move "S" to pc-pagada
                 move hoy to pc-fecha-pago
                 REWRITE reg-cuota
              END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           move "S" to pl-estado
           DISPLAY "Plan " pl-id " cancelado y marcado saldado.".

       ACORTAR-PLAZO.
           compute restante = futuro-pend - importe-anticipo
           PERFORM POSICIONAR-PLAN
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ CUOTAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF pc-prestamo NOT = pl-id then
                 MOVE "S" TO FIN-ARCHIVO
              ELSE
              IF pc-pagada = "N" AND pc-vence > fecha-corte then
                 IF restante = 0 then
                    DELETE CUOTAS RECORD
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                    subtract 1 from pl-cuotas
                 ELSE
                 IF pc-importe <= restante then
                    subtract pc-importe from restante
                 ELSE
                    move restante to pc-importe
                    move 0 to restante
                    REWRITE reg-cuota
                 END-IF
                 END-IF
              END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           DISPLAY "Pago aplicado: el plan " pl-id " queda en "
              pl-cuotas " cuota(s).".

       REDUCIR-CUOTAS.
           compute restante = futuro-pend - importe-anticipo
           compute cuota-calc = restante / cant-futuras
           move 0 to acumulado
           move 0 to indice-cu
           PERFORM POSICIONAR-PLAN
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ CUOTAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF pc-prestamo NOT = pl-id then
                 MOVE "S" TO FIN-ARCHIVO
              ELSE
              IF pc-pagada = "N" AND pc-vence > fecha-corte then
                 add 1 to indice-cu
                 IF indice-cu = cant-futuras then
                    compute pc-importe = restante - acumulado
                 ELSE
                    move cuota-calc to pc-importe
                    add cuota-calc to acumulado
                 END-IF
                 REWRITE reg-cuota
              END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           move cuota-calc to pl-cuota-imp
           DISPLAY "Pago aplicado: las " cant-futuras " cuota(s) "
              "restantes del plan " pl-id " bajan a " cuota-calc.

       COPY "movseqpr.cpy".
