       IDENTIFICATION DIVISION.
       PROGRAM-ID. mayor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT PLANCTAS ASSIGN TO "mayor_cuentas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS plan-status.

           SELECT ENVIADOS ASSIGN TO "mayor_enviados.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS enviados-status.

           SELECT DIARIO ASSIGN TO "mayor.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PLANCTAS.
       01  linea-plan.
           05 mc-categoria pic x(04).
           05 filler pic x(01).
           05 mc-cuenta pic x(10).

       FD  ENVIADOS.
       01  reg-enviado.
           05 en-fecha pic 9(08).
           05 filler pic x(01).
           05 en-lote pic 9(06).
           05 filler pic x(01).
           05 en-lineas pic 9(06).
           05 filler pic x(01).
           05 en-total pic 9(14).

       FD  DIARIO.
       01  linea-diario pic x(80).
       01  reg-hdr REDEFINES linea-diario.
           05 hdr-marca pic x(03).
           05 hdr-fecha pic 9(08).
           05 hdr-lote pic 9(06).
           05 filler pic x(63).
       01  reg-det REDEFINES linea-diario.
           05 det-marca pic x(03).
           05 det-fecha pic 9(08).
           05 det-cuenta pic x(10).
           05 det-moneda pic x(03).
           05 det-categoria pic x(04).
           05 det-tipo-mov pic x(01).
           05 det-dh pic x(01).
           05 det-importe pic 9(12).
           05 det-cantidad pic 9(06).
           05 filler pic x(32).
       01  reg-trl REDEFINES linea-diario.
           05 trl-marca pic x(03).
           05 trl-lineas pic 9(06).
           05 trl-debe pic 9(14).
           05 trl-haber pic 9(14).
           05 filler pic x(43).

       WORKING-STORAGE SECTION.
       01 status-cuentas pic x(2).
       01 mov-status pic x(2).
       01 plan-status pic x(2).
       01 enviados-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-MOVS pic x(1) value "N".
       01 hoy pic 9(08).
       01 fecha-proceso pic 9(08).
       01 fecha-pedida pic 9(08).
       01 fecha-nula pic 9(08).
       01 dias-nulos pic s9(7).
       01 dias-atras pic s9(7) value -1.
       01 fec-valida pic x(1).
       01 ya-enviado pic x(1).
       01 cant-plan pic 9(03).
       01 tabla-plan.
           05 plan-item OCCURS 200 TIMES.
              10 tp-categoria pic x(04).
              10 tp-cuenta pic x(10).
       01 indice-plan pic 9(03).
       01 cuenta-buscada pic x(10).
       01 categoria-buscada pic x(04).
       01 cuenta-depositos pic x(10).
       01 cant-grupos pic 9(03).
       01 tabla-grupos.
           05 grupo OCCURS 300 TIMES.
              10 gr-moneda pic x(03).
              10 gr-categoria pic x(04).
              10 gr-tipo pic x(01).
              10 gr-cuenta pic x(10).
              10 gr-importe pic 9(12).
              10 gr-cantidad pic 9(06).
       01 indice-gr pic 9(03).
       01 grupo-hallado pic 9(03).
       01 moneda-mov pic x(03).
       01 sin-mapeo pic 9(03).
       01 categoria-sin-mapeo pic x(04).
       01 desborde pic x(1).
       01 total-debe pic 9(14).
       01 total-haber pic 9(14).
       01 cant-lineas pic 9(06).
       01 cant-movs pic 9(07).
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 lote-actual pic 9(06).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           ACCEPT hoy FROM DATE YYYYMMDD
           CALL 'fechas' USING "S" hoy fecha-proceso dias-atras
              fec-valida
           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              DISPLAY "Fecha contable a extraer (AAAAMMDD, 0 = ayer)"
              move 0 to fecha-pedida
              ACCEPT fecha-pedida
              IF fecha-pedida NOT = 0 then
                 move fecha-pedida to fecha-proceso
              END-IF
              CALL 'fechas' USING "V" fecha-proceso fecha-nula
                 dias-nulos fec-valida
              IF fec-valida NOT = "S" OR fecha-proceso >= hoy then
                 DISPLAY "Fecha invalida o dia todavia no cerrado."
                 move "A" to ret-estado
                 move "fecha contable invalida" to ret-motivo
              END-IF
           END-IF

           IF ret-estado = "O" then
              PERFORM VERIFICAR-ENVIADO
              IF ya-enviado = "S" then
                 display "El diario del " fecha-proceso
                    " ya fue enviado a contabilidad."
                 move "A" to ret-estado
                 move "dia ya enviado a contabilidad" to ret-motivo
              END-IF
           END-IF

           IF ret-estado = "O" then
              PERFORM CARGAR-PLAN
              move "*DEP" to categoria-buscada
              PERFORM BUSCAR-CUENTA-GL
              move cuenta-buscada to cuenta-depositos
              IF cuenta-depositos = SPACES then
                 display "Falta la cuenta contable *DEP de depositos "
                    "en mayor_cuentas.txt."
                 move "E" to ret-estado
                 move "falta cuenta contable de depositos"
                    to ret-motivo
              END-IF
           END-IF

           IF ret-estado = "O" then
              PERFORM ACUMULAR-DIA
           END-IF

           IF ret-estado = "O" then
              PERFORM CONTROLAR-BALANCE
           END-IF

           IF ret-estado = "O" then
              PERFORM GRABAR-DIARIO
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       VERIFICAR-ENVIADO.
           move "N" to ya-enviado
           OPEN  input ENVIADOS
           IF enviados-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ENVIADOS
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF en-fecha = fecha-proceso then
                    move "S" to ya-enviado
                 END-IF
              END-READ
              END-PERFORM
              CLOSE ENVIADOS
              move "N" to FIN-ARCHIVO
           END-IF.

       CARGAR-PLAN.
           move 0 to cant-plan
           MOVE SPACES TO tabla-plan
           OPEN  input PLANCTAS
           IF plan-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PLANCTAS
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move mc-categoria to categoria-buscada
                 PERFORM BUSCAR-CUENTA-GL
                 IF indice-plan > cant-plan AND cant-plan < 200 then
                    add 1 to cant-plan
                    move cant-plan to indice-plan
                 END-IF
                 IF indice-plan <= cant-plan then
                    move mc-categoria to tp-categoria(indice-plan)
                    move mc-cuenta to tp-cuenta(indice-plan)
                 END-IF
              END-READ
              END-PERFORM
              CLOSE PLANCTAS
              move "N" to FIN-ARCHIVO
           END-IF.

       BUSCAR-CUENTA-GL.
           MOVE SPACES TO cuenta-buscada
           move 1 to indice-plan
           PERFORM UNTIL indice-plan > cant-plan OR
              tp-categoria(indice-plan) = categoria-buscada
              add 1 to indice-plan
           END-PERFORM
           IF indice-plan <= cant-plan then
              move tp-cuenta(indice-plan) to cuenta-buscada
           END-IF.

       ACUMULAR-DIA.
           move 0 to cant-grupos
           move 0 to cant-movs
           move "N" to desborde
           OPEN  input CUENTAS
           IF status-cuentas NOT = "00" then
              display "No hay cuentas registradas todavia."
              move "A" to ret-estado
              move "cuentas.txt no disponible" to ret-motivo
           ELSE
              OPEN  input MOVIMIENTOS
              IF mov-status = "00" then
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ CUENTAS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    PERFORM ACUMULAR-CUENTA
                 END-READ
                 END-PERFORM
                 CLOSE MOVIMIENTOS
                 move "N" to FIN-ARCHIVO
              END-IF
              CLOSE CUENTAS
              IF desborde = "S" then
                 display "Demasiadas combinaciones de categoria y "
                    "moneda para un solo diario."
                 move "E" to ret-estado
                 move "tabla de agrupacion del diario excedida"
                    to ret-motivo
              END-IF
           END-IF.

       ACUMULAR-CUENTA.
           move cta-moneda to moneda-mov
           move "N" to FIN-MOVS
           move cta-id to mv-cta
           move fecha-proceso to mv-fecha
           move 0 to mv-seq
           START MOVIMIENTOS KEY IS >= mv-clave
              INVALID KEY
                 MOVE "S" TO FIN-MOVS
           END-START
           PERFORM UNTIL FIN-MOVS = "S"
           READ MOVIMIENTOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-MOVS
           NOT AT END
              IF mv-cta NOT = cta-id OR mv-fecha NOT = fecha-proceso
                 then
                 MOVE "S" TO FIN-MOVS
              ELSE
                 add 1 to cant-movs
                 PERFORM SUMAR-GRUPO
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-MOVS.

       SUMAR-GRUPO.
           move 0 to grupo-hallado
           PERFORM VARYING indice-gr FROM 1 BY 1
              UNTIL indice-gr > cant-grupos OR grupo-hallado > 0
              IF gr-moneda(indice-gr) = moneda-mov AND
                 gr-categoria(indice-gr) = mv-categoria AND
                 gr-tipo(indice-gr) = mv-tipo then
                 move indice-gr to grupo-hallado
              END-IF
           END-PERFORM
           IF grupo-hallado = 0 then
              IF cant-grupos < 300 then
                 add 1 to cant-grupos
                 move cant-grupos to grupo-hallado
                 move moneda-mov to gr-moneda(grupo-hallado)
                 move mv-categoria to gr-categoria(grupo-hallado)
                 move mv-tipo to gr-tipo(grupo-hallado)
                 move 0 to gr-importe(grupo-hallado)
                 move 0 to gr-cantidad(grupo-hallado)
                 move mv-categoria to categoria-buscada
                 PERFORM BUSCAR-CUENTA-GL
                 IF cuenta-buscada = SPACES then
                    move "*DEF" to categoria-buscada
                    PERFORM BUSCAR-CUENTA-GL
                 END-IF
                 move cuenta-buscada to gr-cuenta(grupo-hallado)
              ELSE
                 move "S" to desborde
              END-IF
           END-IF
           IF grupo-hallado > 0 then
              add mv-importe to gr-importe(grupo-hallado)
              add 1 to gr-cantidad(grupo-hallado)
           END-IF.

       CONTROLAR-BALANCE.
           move 0 to total-debe
           move 0 to total-haber
           move 0 to sin-mapeo
           PERFORM VARYING indice-gr FROM 1 BY 1
              UNTIL indice-gr > cant-grupos
              IF gr-cuenta(indice-gr) = SPACES then
                 add 1 to sin-mapeo
                 move gr-categoria(indice-gr) to categoria-sin-mapeo
              END-IF
              add gr-importe(indice-gr) to total-debe
              IF gr-tipo(indice-gr) = "D" OR
                 gr-tipo(indice-gr) = "C" then
                 add gr-importe(indice-gr) to total-haber
              END-IF
           END-PERFORM
           IF sin-mapeo > 0 then
              display "Categoria sin cuenta contable: "
                 categoria-sin-mapeo " (y no hay *DEF)."
              move "E" to ret-estado
              move "categoria sin cuenta contable" to ret-motivo
           ELSE
           IF total-debe NOT = total-haber then
              display "Diario desbalanceado: debe " total-debe
                 " haber " total-haber
              move "E" to ret-estado
              move "diario contable desbalanceado" to ret-motivo
           END-IF
           END-IF
           IF ret-estado = "E" then
              move "MAYOR-RECH" to aud-accion
              MOVE SPACES TO aud-usuario
              STRING "DIARIO " DELIMITED BY SIZE
                 fecha-proceso DELIMITED BY SIZE
                 INTO aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
           END-IF.

       GRABAR-DIARIO.
           move "MAYOR" to nombre-contador
           move 1 to minimo-contador
           CALL 'contador' USING nombre-contador
              minimo-contador valor-contador
           move valor-contador to lote-actual
           move 0 to cant-lineas
           move 0 to total-debe
           move 0 to total-haber

           OPEN  output DIARIO
           MOVE SPACES TO linea-diario
           move "HDR" to hdr-marca
           move fecha-proceso to hdr-fecha
           move lote-actual to hdr-lote
           write linea-diario

           PERFORM VARYING indice-gr FROM 1 BY 1
              UNTIL indice-gr > cant-grupos
              MOVE SPACES TO linea-diario
              IF gr-tipo(indice-gr) = "D" then
                 move cuenta-depositos to det-cuenta
                 move "D" to det-dh
                 PERFORM ESCRIBIR-LINEA
                 move gr-cuenta(indice-gr) to det-cuenta
                 move "H" to det-dh
                 PERFORM ESCRIBIR-LINEA
              ELSE
                 move gr-cuenta(indice-gr) to det-cuenta
                 move "D" to det-dh
                 PERFORM ESCRIBIR-LINEA
                 move cuenta-depositos to det-cuenta
                 move "H" to det-dh
                 PERFORM ESCRIBIR-LINEA
              END-IF
           END-PERFORM

           MOVE SPACES TO linea-diario
           move "TRL" to trl-marca
           move cant-lineas to trl-lineas
           move total-debe to trl-debe
           move total-haber to trl-haber
           write linea-diario
           CLOSE DIARIO

           OPEN  extend ENVIADOS
           IF enviados-status = "35" then
              OPEN  output ENVIADOS
           END-IF
           MOVE SPACES TO reg-enviado
           move fecha-proceso to en-fecha
           move lote-actual to en-lote
           move cant-lineas to en-lineas
           move total-debe to en-total
           write reg-enviado
           CLOSE ENVIADOS

           move "MAYOR-ENV" to aud-accion
           MOVE SPACES TO aud-usuario
           STRING "DIARIO " DELIMITED BY SIZE
              fecha-proceso DELIMITED BY SIZE
              " LOTE " DELIMITED BY SIZE
              lote-actual DELIMITED BY SIZE
              INTO aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario

           display "Diario contable del " fecha-proceso " lote "
              lote-actual ": " cant-movs " movimiento(s), "
              cant-lineas " linea(s), total " total-debe
           display "Archivo: mayor.txt".

       ESCRIBIR-LINEA.
           move "DET" to det-marca
           move fecha-proceso to det-fecha
           move gr-moneda(indice-gr) to det-moneda
           move gr-categoria(indice-gr) to det-categoria
           move gr-tipo(indice-gr) to det-tipo-mov
           move gr-importe(indice-gr) to det-importe
           move gr-cantidad(indice-gr) to det-cantidad
           IF det-dh = "D" then
              add gr-importe(indice-gr) to total-debe
           ELSE
              add gr-importe(indice-gr) to total-haber
           END-IF
           add 1 to cant-lineas
           write linea-diario.
