       IDENTIFICATION DIVISION.
       PROGRAM-ID. vencepf.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLAZOS ASSIGN TO "plazosfijos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pf-id
           FILE STATUS IS plazos-status.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT PRINTFILE ASSIGN TO "plazofijo_vencimientos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  PLAZOS.
       COPY "plazofijo.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(80).

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 sesion-status pic x(2).
       01 operador-actual pic x(20).
       01 plazos-status pic x(2).
       01 status-cuentas pic x(2).
       01 mov-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 hasta-fecha pic 9(08).
       01 fecha-proxima pic 9(08).
       01 dia-habil pic x(1).
       01 dias-plazo pic s9(7).
       01 fec-valida pic x(1).
       01 interes-calc pic 9(06).
       01 capital-nuevo pic 9(07).
       01 motivo-omite pic x(30).
       01 accion-pf pic x(20).
       01 cant-vencidos pic 9(04) value 0.
       01 cant-omitidos pic 9(04) value 0.
       01 cant-proximos pic 9(04) value 0.
       01 movs-ok pic x(1).
       01 cant-movpf pic 9(01).
       01 indice-movpf pic 9(01).
       01 tabla-movpf.
           05 clave-movpf pic x(17) OCCURS 2 TIMES.
       01 mv-tipo-trabajo pic x(1).
       01 mv-importe-trabajo pic 9(6).
       01 mv-referencia-trabajo pic x(20).
       01 linea-det.
           05 det-id pic 9(4).
           05 filler pic x(2) value SPACES.
           05 det-cta pic 9(5).
           05 filler pic x(2) value SPACES.
           05 det-capital pic z(5)9.
           05 filler pic x(2) value SPACES.
           05 det-interes pic z(5)9.
           05 filler pic x(2) value SPACES.
           05 det-vence pic 9(8).
           05 filler pic x(2) value SPACES.
           05 det-accion pic x(30).
           05 filler pic x(11) value SPACES.
       COPY "movseq.cpy".
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-vencidos
           move 0 to cant-omitidos
           move 0 to cant-proximos
           move "N" to FIN-ARCHIVO

           MOVE SPACES TO operador-actual
           OPEN  input SESION
           IF sesion-status = "00" then
              READ SESION
              AT END
                 CONTINUE
              NOT AT END
                 move linea-sesion to operador-actual
              END-READ
              CLOSE SESION
           END-IF
           IF operador-actual = SPACES then
              ACCEPT operador-actual FROM ENVIRONMENT "USER"
           END-IF

           ACCEPT hoy FROM DATE YYYYMMDD
           move 30 to dias-plazo
           CALL 'fechas' USING "S" hoy hasta-fecha dias-plazo
              fec-valida

           display "Vencimientos de plazos fijos al " hoy

           CALL 'habiles' USING "H" hoy fecha-proxima dia-habil
           IF dia-habil NOT = "S" then
              display "Hoy no es dia habil: los plazos fijos se "
                 "vencen el proximo dia laborable."
              move "A" to ret-estado
              move "vencimientos diferidos a dia habil"
                 to ret-motivo
              IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
                 accept FIN-ARCHIVO
              END-IF
              EXIT PROGRAM
           END-IF

           OPEN  i-o PLAZOS
           IF plazos-status NOT = "00" then
              display "No hay plazos fijos registrados todavia."
              move "A" to ret-estado
              move "plazosfijos.txt no disponible" to ret-motivo
           ELSE
              OPEN  i-o CUENTAS
              IF status-cuentas NOT = "00" then
                 display "No hay cuentas registradas todavia."
                 move "A" to ret-estado
                 move "cuentas.txt no disponible" to ret-motivo
                 CLOSE PLAZOS
              ELSE
                 OPEN  output PRINTFILE
                 MOVE SPACES TO linea-print
                 STRING "PLAZOS FIJOS VENCIDOS AL " DELIMITED BY SIZE
                    hoy DELIMITED BY SIZE
                    INTO linea-print
                 write linea-print
                 PERFORM ENCABEZADO-DETALLE

                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ PLAZOS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF pf-estado = "V" AND pf-vence <= hoy then
                       PERFORM VENCER-PLAZO
                    END-IF
                 END-READ
                 END-PERFORM
                 CLOSE CUENTAS

                 MOVE SPACES TO linea-print
                 write linea-print
                 MOVE SPACES TO linea-print
                 STRING "CRONOGRAMA DE VENCIMIENTOS HASTA EL "
                    DELIMITED BY SIZE
                    hasta-fecha DELIMITED BY SIZE
                    INTO linea-print
                 write linea-print
                 PERFORM ENCABEZADO-DETALLE

                 move 0 to pf-id
                 move "N" to FIN-ARCHIVO
                 START PLAZOS KEY IS >= pf-id
                    INVALID KEY
                       MOVE "S" TO FIN-ARCHIVO
                 END-START
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ PLAZOS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF pf-estado = "V" AND pf-vence <= hasta-fecha
                       then
                       PERFORM LISTAR-PROXIMO
                    END-IF
                 END-READ
                 END-PERFORM

                 MOVE SPACES TO linea-print
                 write linea-print
                 MOVE SPACES TO linea-print
                 STRING "Vencidos: " DELIMITED BY SIZE
                    cant-vencidos DELIMITED BY SIZE
                    "  Omitidos: " DELIMITED BY SIZE
                    cant-omitidos DELIMITED BY SIZE
                    "  Proximos 30 dias: " DELIMITED BY SIZE
                    cant-proximos DELIMITED BY SIZE
                    INTO linea-print
                 write linea-print
                 CLOSE PRINTFILE
                 CLOSE PLAZOS

                 display "Plazos fijos vencidos: " cant-vencidos
                    "  omitidos: " cant-omitidos
                    "  a vencer en 30 dias: " cant-proximos
                 display "Detalle en plazofijo_vencimientos.txt"
                 IF cant-omitidos > 0 then
                    move "A" to ret-estado
                    move "hay plazos fijos vencidos sin procesar"
                       to ret-motivo
                 END-IF
              END-IF
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           CALL 'totales' USING "V" tot-depto reg-totales

           EXIT PROGRAM.

       ENCABEZADO-DETALLE.
           MOVE "PLAZO CUENTA CAPITAL  INTERES  VENCE     DESTINO"
              TO linea-print
           write linea-print
           MOVE "----- ------ -------- -------- -------- ----------"
              TO linea-print
           write linea-print.

       VENCER-PLAZO.
           MOVE SPACES TO motivo-omite
           compute interes-calc ROUNDED =
              pf-capital * pf-tasa * pf-plazo / 3650000
           move pf-cta to cta-id
           READ CUENTAS KEY IS cta-id
           INVALID KEY
              move "cuenta inexistente" to motivo-omite
           NOT INVALID KEY
              IF cta-estado = "C" then
                 move "cuenta cerrada" to motivo-omite
              END-IF
           END-READ

           move pf-id to det-id
           move pf-cta to det-cta
           move pf-capital to det-capital
           move interes-calc to det-interes
           move pf-vence to det-vence

           IF motivo-omite NOT = SPACES then
              add 1 to cant-omitidos
              move motivo-omite to det-accion
           ELSE
              move "S" to movs-ok
              move 0 to cant-movpf
              compute capital-nuevo = pf-capital + interes-calc
              IF pf-renovacion = "I" AND capital-nuevo > 999999 then
                 move "R" to pf-renovacion
              END-IF
              IF pf-renovacion = "R" then
                 PERFORM ACREDITAR-INTERES
                 PERFORM RENOVAR-PLAZO
                 move "renovado, interes acreditado" to det-accion
              ELSE
              IF pf-renovacion = "I" then
                 move capital-nuevo to pf-capital
                 PERFORM RENOVAR-PLAZO
                 move "renovado con el interes" to det-accion
              ELSE
                 move "C" to mv-tipo-trabajo
                 move pf-capital to mv-importe-trabajo
                 MOVE SPACES TO mv-referencia-trabajo
                 STRING "PLAZO FIJO " DELIMITED BY SIZE
                    pf-id DELIMITED BY SIZE
                    " CAP" DELIMITED BY SIZE
                    INTO mv-referencia-trabajo
                 PERFORM GRABAR-MOVIMIENTO
                 PERFORM ACREDITAR-INTERES
                 move "P" to pf-estado
                 move "pagado a la cuenta" to det-accion
              END-IF
              END-IF
              IF movs-ok = "S" then
                 add 1 to cant-vencidos
                 REWRITE reg-cuenta
                 REWRITE reg-plazofijo
              ELSE
                 PERFORM ANULAR-MOVIMIENTOS
                 add 1 to cant-omitidos
                 move "error al grabar el movimiento" to det-accion
              END-IF
           END-IF
           move linea-det to linea-print
           write linea-print.

       ACREDITAR-INTERES.
           IF interes-calc > 0 then
              move "C" to mv-tipo-trabajo
              move interes-calc to mv-importe-trabajo
              MOVE SPACES TO mv-referencia-trabajo
              STRING "PLAZO FIJO " DELIMITED BY SIZE
                 pf-id DELIMITED BY SIZE
                 " INT" DELIMITED BY SIZE
                 INTO mv-referencia-trabajo
              PERFORM GRABAR-MOVIMIENTO
           END-IF.

       RENOVAR-PLAZO.
           move pf-vence to pf-inicio
           move pf-plazo to dias-plazo
           CALL 'fechas' USING "S" pf-inicio pf-vence dias-plazo
              fec-valida
           add 1 to pf-renovaciones.

       LISTAR-PROXIMO.
           add 1 to cant-proximos
           compute interes-calc ROUNDED =
              pf-capital * pf-tasa * pf-plazo / 3650000
           move pf-id to det-id
           move pf-cta to det-cta
           move pf-capital to det-capital
           move interes-calc to det-interes
           move pf-vence to det-vence
           IF pf-renovacion = "R" then
              move "renueva el capital" to det-accion
           ELSE
           IF pf-renovacion = "I" then
              move "renueva capital mas interes" to det-accion
           ELSE
              move "se paga a la cuenta" to det-accion
           END-IF
           END-IF
           move linea-det to linea-print
           write linea-print.

       GRABAR-MOVIMIENTO.
           MOVE SPACES TO reg-movimiento
           move pf-cta to mv-cta
           move hoy to mv-fecha
           move mv-tipo-trabajo to mv-tipo
           move mv-importe-trabajo to mv-importe
           move mv-referencia-trabajo to mv-referencia
           move operador-actual to mv-operador
           IF movs-ok = "S" then
              move "N" to MVS-GRABADO
              PERFORM ALTA-MOVIMIENTO
              IF MVS-GRABADO = "S" then
                 add mv-importe-trabajo to cta-saldo
                 add 1 to cant-movpf
                 move mv-clave to clave-movpf(cant-movpf)
              ELSE
                 move "N" to movs-ok
              END-IF
           END-IF.

       ANULAR-MOVIMIENTOS.
           IF cant-movpf > 0 then
              OPEN  i-o MOVIMIENTOS
              IF mov-status = "00" then
                 PERFORM VARYING indice-movpf FROM 1 BY 1
                    UNTIL indice-movpf > cant-movpf
                    move clave-movpf(indice-movpf) to mv-clave
                    DELETE MOVIMIENTOS
                       INVALID KEY
                          DISPLAY "No se pudo anular el movimiento "
                             clave-movpf(indice-movpf)
                    END-DELETE
                 END-PERFORM
                 CLOSE MOVIMIENTOS
              END-IF
           END-IF.

       COPY "movseqpr.cpy".
