           FILE STATUS IS status-cuentas.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT PRINTFILE ASSIGN TO "resumencta.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIRMANTES ASSIGN TO "firmantes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fi-clave
           FILE STATUS IS firmantes-status.

           SELECT CAMBIOS ASSIGN TO "cambios.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(80).

       FD  FIRMANTES.
       COPY "firmante.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CAMBIOS.
       01  reg-cambio.
           05 tc-moneda pic x(03).
       WORKING-STORAGE SECTION.
       01 cambios-status pic x(2).
       01 hay-cambios pic x(1) value "N".
       01 firmantes-status pic x(2).
       01 hay-firmantes pic x(1) value "N".
       01 FIN-FIRMAS pic x(1) value "N".
       01 inicio-periodo pic 9(8).
       01 fin-periodo pic 9(8).
       01 tasa-hallada pic x(1).
       01 saldo-local pic s9(12)v99.
       01 local-edit pic -(11)9.99.
       01 cant-cuentas pic 9(4) value 0.
       01 cant-descuadres pic 9(4) value 0.
       01 importe-edit pic -(7)9.
       01 confirma pic x(1).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.
       01 linea-mov.
           05 lm-fecha pic 9(8).
           05 filler pic x(2) value SPACES.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-cuentas
           move 0 to cant-descuadres

           DISPLAY "Periodo del resumen (AAAAMM)"
           move 0 to periodo
              IF cambios-status = "00" then
                 move "S" to hay-cambios
              END-IF
              compute inicio-periodo = periodo * 100 + 1
              compute fin-periodo = periodo * 100 + 31
              move "N" to hay-firmantes
              OPEN  input FIRMANTES
              IF firmantes-status = "00" then
                 move "S" to hay-firmantes
              END-IF
              OPEN  output PRINTFILE
              MOVE SPACES TO linea-print
              STRING "RESUMEN MENSUAL DE CUENTAS - PERIODO "
              IF hay-cambios = "S" then
                 CLOSE CAMBIOS
              END-IF
              IF hay-firmantes = "S" then
                 CLOSE FIRMANTES
              END-IF

              MOVE SPACES TO linea-print
              write linea-print
                 move "hay cuentas con saldo descuadrado"
                    to ret-motivo
              END-IF
              DISPLAY "Distribuir los resumenes por canal de envio "
                 "ahora? (S/N)"
              MOVE SPACES TO confirma
              ACCEPT confirma
              IF confirma = "S" OR confirma = "s" then
                 CALL 'reparto' USING parm-modo parm-depto reg-retorno
              END-IF
           END-IF

           accept FIN-ARCHIVO
              cta-moneda DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           IF hay-firmantes = "S" then
              PERFORM LISTAR-COTITULARES
           END-IF

           move "N" to FIN-MOVS
           OPEN  input MOVIMIENTOS
           IF mov-status NOT = "00" then
              move "S" to FIN-MOVS
           ELSE
              PERFORM POSICIONAR-CUENTA
           END-IF
           PERFORM UNTIL FIN-MOVS = "S"
           READ MOVIMIENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-MOVS
           NOT AT END
              IF mv-cta NOT = cta-id then
                 MOVE "S" TO FIN-MOVS
              END-IF
              IF mv-cta = cta-id then
                 move mv-fecha(1:6) to mv-periodo
                 IF mv-tipo = "D" then
              END-IF
           END-READ
           END-PERFORM
           IF mov-status NOT = "35" then
              CLOSE MOVIMIENTOS
           END-IF

           OPEN  input MOVIMIENTOS
           IF mov-status NOT = "00" then
              move "S" to FIN-MOVS
           ELSE
              PERFORM POSICIONAR-CUENTA
           END-IF
           PERFORM UNTIL FIN-MOVS = "S"
           READ MOVIMIENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-MOVS
           NOT AT END
              IF mv-cta NOT = cta-id then
                 MOVE "S" TO FIN-MOVS
              END-IF
              IF mv-cta = cta-id then
                 move mv-fecha(1:6) to mv-periodo
                 IF mv-periodo = periodo then
              END-IF
           END-READ
           END-PERFORM
           IF mov-status NOT = "35" then
              CLOSE MOVIMIENTOS
           END-IF
           IF cant-mov-mes = 0 then
              MOVE "  (sin movimientos en el periodo)" TO linea-print
              write linea-print
           END-IF.

       LISTAR-COTITULARES.
           move "N" to FIN-FIRMAS
           move cta-id to fi-cta
           MOVE LOW-VALUES TO fi-usuario
           START FIRMANTES KEY IS >= fi-clave
              INVALID KEY
                 MOVE "S" TO FIN-FIRMAS
           END-START
           PERFORM UNTIL FIN-FIRMAS = "S"
           READ FIRMANTES NEXT RECORD
           AT END
              MOVE "S" TO FIN-FIRMAS
           NOT AT END
              IF fi-cta NOT = cta-id then
                 MOVE "S" TO FIN-FIRMAS
              ELSE
              IF fi-rol = "C" AND fi-desde <= fin-periodo AND
                 (fi-hasta = 0 OR fi-hasta >= inicio-periodo) then
                 MOVE SPACES TO linea-print
                 STRING "       COTITULAR " DELIMITED BY SIZE
                    fi-usuario DELIMITED BY SIZE
                    INTO linea-print
                 write linea-print
              END-IF
              END-IF
           END-READ
           END-PERFORM.

       POSICIONAR-CUENTA.
           move cta-id to mv-cta
           move 0 to mv-fecha
           move 0 to mv-seq
           START MOVIMIENTOS KEY IS >= mv-clave
              INVALID KEY
                 MOVE "S" TO FIN-MOVS
           END-START.
