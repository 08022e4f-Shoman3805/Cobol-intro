       IDENTIFICATION DIVISION.
       PROGRAM-ID. proyeccion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

           SELECT ORDENES ASSIGN TO "ordenes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS or-clave
           FILE STATUS IS ordenes-status.

           SELECT PRESTAMOS ASSIGN TO "prestamos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pl-id
           FILE STATUS IS prestamos-status.

           SELECT CUOTAS ASSIGN TO "prestamos_cuotas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pc-clave
           FILE STATUS IS cuotas-status.

           SELECT PLAZOS ASSIGN TO "plazosfijos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pf-id
           FILE STATUS IS plazos-status.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT PRINTFILE ASSIGN TO "proyeccion.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ORDENES.
       01  reg-orden.
           05 or-clave.
              10 or-cta pic 9(05).
              10 or-seq pic 9(02).
           05 or-dia pic 9(02).
           05 or-tipo pic x(01).
           05 or-importe pic 9(06).
           05 or-referencia pic x(20).
           05 or-activa pic x(01).

       FD  PRESTAMOS.
       01  reg-prestamo.
           05 pl-id pic 9(04).
           05 pl-cta pic 9(05).
           05 pl-principal pic 9(08).
           05 pl-cuotas pic 9(03).
           05 pl-inicio pic 9(08).
           05 pl-cuota-imp pic 9(06).
           05 pl-estado pic x(01).

       FD  CUOTAS.
       01  reg-cuota.
           05 pc-clave.
              10 pc-prestamo pic 9(04).
              10 pc-nro pic 9(03).
           05 pc-vence pic 9(08).
           05 pc-importe pic 9(06).
           05 pc-pagada pic x(01).
           05 pc-fecha-pago pic 9(08).

       FD  PLAZOS.
       COPY "plazofijo.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(80).

       WORKING-STORAGE SECTION.
       01 status-cuentas pic x(2).
       01 ordenes-status pic x(2).
       01 prestamos-status pic x(2).
       01 cuotas-status pic x(2).
       01 plazos-status pic x(2).
       01 mov-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-DETALLE pic x(1) value "N".
       01 FIN-MOVS pic x(1) value "N".
       01 hoy pic 9(08).
       01 hasta-fecha pic 9(08).
       01 horizonte pic 9(02).
       01 dias-suma pic s9(7).
       01 fec-valida pic x(1).
       01 cuenta-pedida pic 9(05).
       01 fecha-eval pic 9(08).
       01 fecha-habil pic 9(08).
       01 dia-habil pic x(1).
       01 periodo-hoy pic 9(06).
       01 periodo-eval pic 9(06).
       01 mv-periodo pic 9(06).
       01 trab-ano pic 9(4).
       01 trab-mes pic 9(2).
       01 indice-mes pic 9(1).
       01 ya-posteada pic x(1).
       01 evento-ok pic x(1).
       01 interes-calc pic 9(06).
       01 saldo-corrido pic s9(9).
       01 fecha-quiebre pic 9(08).
       01 cant-cuentas pic 9(05) value 0.
       01 cant-quiebres pic 9(05) value 0.
       01 cant-ev pic 9(03).
       01 indice-ev pic 9(03).
       01 indice-dia pic 9(03).
       01 tabla-eventos.
           05 evento OCCURS 300 TIMES.
              10 ev-fecha pic 9(08).
              10 ev-tipo pic x(01).
              10 ev-importe pic 9(07).
              10 ev-desc pic x(20).
       01 linea-det.
           05 filler pic x(2) value SPACES.
           05 det-fecha pic 9(8).
           05 filler pic x(2) value SPACES.
           05 det-tipo pic x(1).
           05 filler pic x(2) value SPACES.
           05 det-importe pic z(6)9.
           05 filler pic x(2) value SPACES.
           05 det-saldo pic -(8)9.
           05 filler pic x(2) value SPACES.
           05 det-desc pic x(20).
           05 filler pic x(2) value SPACES.
           05 det-marca pic x(12).
           05 filler pic x(11) value SPACES.
       01 saldo-edit pic -(8)9.

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           ACCEPT hoy FROM DATE YYYYMMDD
           move hoy(1:6) to periodo-hoy

           DISPLAY "Proyeccion de fondos por cuenta"
           DISPLAY "Numero de cuenta (0 = todas)"
           move 0 to cuenta-pedida
           ACCEPT cuenta-pedida
           DISPLAY "Horizonte en dias (30, 60 o 90)"
           move 30 to horizonte
           ACCEPT horizonte
           IF horizonte NOT = 30 AND horizonte NOT = 60 AND
              horizonte NOT = 90 then
              DISPLAY "Horizonte invalido, se usan 30 dias."
              move 30 to horizonte
           END-IF
           move horizonte to dias-suma
           CALL 'fechas' USING "S" hoy hasta-fecha dias-suma
              fec-valida

           move 0 to cant-cuentas
           move 0 to cant-quiebres
           OPEN  input CUENTAS
           IF status-cuentas NOT = "00" then
              DISPLAY "No hay cuentas registradas todavia."
              move "A" to ret-estado
              move "cuentas.txt no disponible" to ret-motivo
           ELSE
              OPEN  input ORDENES
              OPEN  input PRESTAMOS
              OPEN  input CUOTAS
              OPEN  input PLAZOS
              OPEN  output PRINTFILE
              MOVE SPACES TO linea-print
              STRING "PROYECCION DE FONDOS DEL " DELIMITED BY SIZE
                 hoy DELIMITED BY SIZE
                 " AL " DELIMITED BY SIZE
                 hasta-fecha DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 horizonte DELIMITED BY SIZE
                 " DIAS)" DELIMITED BY SIZE
                 INTO linea-print
              write linea-print

              IF cuenta-pedida NOT = 0 then
                 move cuenta-pedida to cta-id
                 READ CUENTAS KEY IS cta-id
                 INVALID KEY
                    DISPLAY "Esa cuenta no existe."
                 NOT INVALID KEY
                    PERFORM PROYECTAR-CUENTA
                 END-READ
              ELSE
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ CUENTAS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF cta-estado NOT = "C" then
                       PERFORM PROYECTAR-CUENTA
                    END-IF
                 END-READ
                 END-PERFORM
              END-IF

              MOVE SPACES TO linea-print
              write linea-print
              MOVE SPACES TO linea-print
              STRING "Cuentas proyectadas: " DELIMITED BY SIZE
                 cant-cuentas DELIMITED BY SIZE
                 "  bajo el limite: " DELIMITED BY SIZE
                 cant-quiebres DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
              CLOSE PRINTFILE
              IF ordenes-status = "00" then
                 CLOSE ORDENES
              END-IF
              IF prestamos-status = "00" then
                 CLOSE PRESTAMOS
              END-IF
              IF cuotas-status = "00" then
                 CLOSE CUOTAS
              END-IF
              IF plazos-status = "00" then
                 CLOSE PLAZOS
              END-IF
              CLOSE CUENTAS

              DISPLAY "Cuentas proyectadas: " cant-cuentas
                 "  que bajan de su limite: " cant-quiebres
              DISPLAY "Detalle en proyeccion.txt"
              IF cant-quiebres > 0 then
                 move "A" to ret-estado
                 move "hay cuentas proyectadas bajo su limite"
                    to ret-motivo
              END-IF
           END-IF
           move "N" to FIN-ARCHIVO

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       PROYECTAR-CUENTA.
           add 1 to cant-cuentas
           move 0 to cant-ev
           IF ordenes-status = "00" then
              PERFORM CARGAR-ORDENES
           END-IF
           IF prestamos-status = "00" AND cuotas-status = "00" then
              PERFORM CARGAR-CUOTAS
           END-IF
           IF plazos-status = "00" then
              PERFORM CARGAR-PLAZOS
           END-IF

           MOVE SPACES TO linea-print
           write linea-print
           move cta-saldo to saldo-edit
           MOVE SPACES TO linea-print
           STRING "Cuenta " DELIMITED BY SIZE
              cta-id DELIMITED BY SIZE
              "  saldo inicial " DELIMITED BY SIZE
              saldo-edit DELIMITED BY SIZE
              "  limite " DELIMITED BY SIZE
              cta-limite DELIMITED BY SIZE
              INTO linea-print
           write linea-print

           move cta-saldo to saldo-corrido
           move 0 to fecha-quiebre
           IF saldo-corrido < 0 AND
              saldo-corrido < (0 - cta-limite) then
              move hoy to fecha-quiebre
           END-IF
           move hoy to fecha-eval
           PERFORM VARYING indice-dia FROM 0 BY 1
              UNTIL indice-dia > horizonte
              IF indice-dia > 0 then
                 move 1 to dias-suma
                 CALL 'fechas' USING "S" fecha-eval fecha-habil
                    dias-suma fec-valida
                 move fecha-habil to fecha-eval
              END-IF
              PERFORM VARYING indice-ev FROM 1 BY 1
                 UNTIL indice-ev > cant-ev
                 IF ev-fecha(indice-ev) = fecha-eval then
                    PERFORM APLICAR-EVENTO
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO linea-print
           IF cant-ev = 0 AND fecha-quiebre = 0 then
              move "  Sin movimientos comprometidos." to linea-print
           ELSE
           IF fecha-quiebre = 0 then
              move "  No baja de su limite en el horizonte."
                 to linea-print
           ELSE
              add 1 to cant-quiebres
              STRING "  ** Primer dia bajo el limite: "
                 DELIMITED BY SIZE
                 fecha-quiebre DELIMITED BY SIZE
                 INTO linea-print
           END-IF
           END-IF
           write linea-print.

       APLICAR-EVENTO.
           IF ev-tipo(indice-ev) = "D" then
              subtract ev-importe(indice-ev) from saldo-corrido
           ELSE
              add ev-importe(indice-ev) to saldo-corrido
           END-IF
           move ev-fecha(indice-ev) to det-fecha
           move ev-tipo(indice-ev) to det-tipo
           move ev-importe(indice-ev) to det-importe
           move saldo-corrido to det-saldo
           move ev-desc(indice-ev) to det-desc
           MOVE SPACES TO det-marca
           IF saldo-corrido < 0 AND
              saldo-corrido < (0 - cta-limite) then
              move "BAJO LIMITE" to det-marca
              IF fecha-quiebre = 0 then
                 move ev-fecha(indice-ev) to fecha-quiebre
              END-IF
           END-IF
           move linea-det to linea-print
           write linea-print.

       AGREGAR-EVENTO.
           move "N" to evento-ok
           PERFORM BUSCAR-HABIL
           IF fecha-eval <= hasta-fecha AND cant-ev < 300 then
              add 1 to cant-ev
              move fecha-eval to ev-fecha(cant-ev)
              move "S" to evento-ok
           END-IF.

       BUSCAR-HABIL.
           IF fecha-eval < hoy then
              move hoy to fecha-eval
           END-IF
           CALL 'habiles' USING "H" fecha-eval fecha-habil dia-habil
           IF dia-habil NOT = "S" then
              CALL 'habiles' USING "P" fecha-eval fecha-habil
                 dia-habil
              move fecha-habil to fecha-eval
           END-IF.

       CARGAR-ORDENES.
           move "N" to FIN-DETALLE
           move cta-id to or-cta
           move 0 to or-seq
           START ORDENES KEY IS >= or-clave
              INVALID KEY
                 MOVE "S" TO FIN-DETALLE
           END-START
           PERFORM UNTIL FIN-DETALLE = "S"
           READ ORDENES NEXT RECORD
           AT END
              MOVE "S" TO FIN-DETALLE
           NOT AT END
              IF or-cta NOT = cta-id then
                 MOVE "S" TO FIN-DETALLE
              ELSE
              IF or-activa = "S" then
                 PERFORM VERIFICAR-POSTEADA
                 move hoy(1:4) to trab-ano
                 move hoy(5:2) to trab-mes
                 PERFORM VARYING indice-mes FROM 0 BY 1
                    UNTIL indice-mes > 3
                    compute periodo-eval = trab-ano * 100 + trab-mes
                    IF periodo-eval NOT = periodo-hoy OR
                       ya-posteada = "N" then
                       compute fecha-eval =
                          periodo-eval * 100 + or-dia
                       PERFORM AJUSTAR-FIN-MES
                       PERFORM AGREGAR-EVENTO
                       IF evento-ok = "S" then
                          move or-tipo to ev-tipo(cant-ev)
                          move or-importe to ev-importe(cant-ev)
                          move or-referencia to ev-desc(cant-ev)
                       END-IF
                    END-IF
                    add 1 to trab-mes
                    IF trab-mes > 12 then
                       move 1 to trab-mes
                       add 1 to trab-ano
                    END-IF
                 END-PERFORM
              END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-DETALLE.

       AJUSTAR-FIN-MES.
           CALL 'fechas' USING "V" fecha-eval fecha-habil dias-suma
              fec-valida
           PERFORM UNTIL fec-valida = "S" OR fecha-eval(7:2) = "00"
              subtract 1 from fecha-eval
              CALL 'fechas' USING "V" fecha-eval fecha-habil dias-suma
                 fec-valida
           END-PERFORM.

       VERIFICAR-POSTEADA.
           move "N" to ya-posteada
           move "N" to FIN-MOVS
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
                 move "S" to ya-posteada
              END-IF
           END-READ
           END-PERFORM
           IF mov-status NOT = "35" then
              CLOSE MOVIMIENTOS
           END-IF
           move "N" to FIN-MOVS.

       CARGAR-CUOTAS.
           move "N" to FIN-DETALLE
           move 0 to pl-id
           START PRESTAMOS KEY IS >= pl-id
              INVALID KEY
                 MOVE "S" TO FIN-DETALLE
           END-START
           PERFORM UNTIL FIN-DETALLE = "S"
           READ PRESTAMOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-DETALLE
           NOT AT END
              IF pl-cta = cta-id AND pl-estado = "A" then
                 PERFORM CARGAR-CUOTAS-PLAN
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-DETALLE.

       CARGAR-CUOTAS-PLAN.
           move "N" to FIN-MOVS
           move pl-id to pc-prestamo
           move 0 to pc-nro
           START CUOTAS KEY IS >= pc-clave
              INVALID KEY
                 MOVE "S" TO FIN-MOVS
           END-START
           PERFORM UNTIL FIN-MOVS = "S"
           READ CUOTAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-MOVS
           NOT AT END
              IF pc-prestamo NOT = pl-id OR
                 pc-vence > hasta-fecha then
                 MOVE "S" TO FIN-MOVS
              ELSE
              IF pc-pagada = "N" then
                 move pc-vence to fecha-eval
                 PERFORM AGREGAR-EVENTO
                 IF evento-ok = "S" then
                    move "D" to ev-tipo(cant-ev)
                    move pc-importe to ev-importe(cant-ev)
                    MOVE SPACES TO ev-desc(cant-ev)
                    STRING "CUOTA " DELIMITED BY SIZE
                       pc-prestamo DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       pc-nro DELIMITED BY SIZE
                       INTO ev-desc(cant-ev)
                 END-IF
              END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-MOVS.

       CARGAR-PLAZOS.
           move "N" to FIN-DETALLE
           move 0 to pf-id
           START PLAZOS KEY IS >= pf-id
              INVALID KEY
                 MOVE "S" TO FIN-DETALLE
           END-START
           PERFORM UNTIL FIN-DETALLE = "S"
           READ PLAZOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-DETALLE
           NOT AT END
              IF pf-cta = cta-id AND pf-estado = "V" AND
                 pf-renovacion NOT = "I" then
                 compute interes-calc ROUNDED =
                    pf-capital * pf-tasa * pf-plazo / 3650000
                 move pf-vence to fecha-eval
                 PERFORM AGREGAR-EVENTO
                 IF evento-ok = "S" then
                    move "C" to ev-tipo(cant-ev)
                    IF pf-renovacion = "R" then
                       move interes-calc to ev-importe(cant-ev)
                    ELSE
                       compute ev-importe(cant-ev) =
                          pf-capital + interes-calc
                    END-IF
                    MOVE SPACES TO ev-desc(cant-ev)
                    STRING "PLAZO FIJO " DELIMITED BY SIZE
                       pf-id DELIMITED BY SIZE
                       INTO ev-desc(cant-ev)
                 END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-DETALLE.
