       IDENTIFICATION DIVISION.
       PROGRAM-ID. regulatorio.

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

           SELECT CAMBIOS ASSIGN TO "cambios.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS tc-moneda
           FILE STATUS IS cambios-status.

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT REPORTADOS ASSIGN TO "regulatorio_reportados.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rr-clave
           FILE STATUS IS reportados-status.

           SELECT UMBRAL ASSIGN TO "regulatorio_umbral.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS umbral-status.

           SELECT CONTROLRG ASSIGN TO "regulatorio_ctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS control-status.

           SELECT REGFILE ASSIGN TO "regulatorio.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTFILE ASSIGN TO "regulatorio_listado.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CAMBIOS.
       01  reg-cambio.
           05 tc-moneda pic x(03).
           05 tc-fecha pic 9(08).
           05 tc-tasa pic 9(06)v99.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  REPORTADOS.
       COPY "reportado.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  UMBRAL.
       01  linea-umbral.
           05 ru-umbral pic 9(12).

       FD  CONTROLRG.
       01  reg-control.
           05 ctl-periodo pic 9(06).
           05 filler pic x(01).
           05 ctl-lote pic 9(06).
           05 filler pic x(01).
           05 ctl-fecha pic 9(08).

       FD  REGFILE.
       01  linea-reg pic x(120).
       01  reg-hdr REDEFINES linea-reg.
           05 hdr-marca pic x(03).
           05 hdr-fecha pic 9(08).
           05 hdr-periodo pic 9(06).
           05 hdr-lote pic 9(06).
           05 hdr-umbral pic 9(12).
           05 filler pic x(85).
       01  reg-det REDEFINES linea-reg.
           05 det-marca pic x(03).
           05 det-novedad pic x(01).
           05 det-version pic 9(02).
           05 det-titular pic x(30).
           05 det-apellido pic x(20).
           05 det-nombre pic x(20).
           05 det-tipo pic x(01).
           05 det-total pic 9(12)v99.
           05 det-maximo pic 9(12)v99.
           05 det-operaciones pic 9(06).
           05 filler pic x(09).
       01  reg-trl REDEFINES linea-reg.
           05 trl-marca pic x(03).
           05 trl-detalles pic 9(06).
           05 trl-altas pic 9(06).
           05 trl-rectificaciones pic 9(06).
           05 trl-bajas pic 9(06).
           05 trl-total pic 9(14)v99.
           05 filler pic x(77).

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 status-cuentas pic x(2).
       01 mov-status pic x(2).
       01 cambios-status pic x(2).
       01 status-contactos pic x(2).
       01 reportados-status pic x(2).
       01 umbral-status pic x(2).
       01 control-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-MOVS pic x(1) value "N".
       01 hoy pic 9(08).
       01 trab-ano pic 9(4).
       01 trab-mes pic 9(2).
       01 periodo pic 9(06).
       01 periodo-pedido pic 9(06).
       01 mv-periodo pic 9(06).
       01 ya-generado pic x(1).
       01 umbral-local pic 9(12).
       01 tasa-cuenta pic 9(06)v99.
       01 tasa-hallada pic x(1).
       01 importe-local pic 9(12)v99.
       01 cant-sin-tasa pic 9(05).
       01 cant-titulares pic 9(04).
       01 desborde pic x(1).
       01 tabla-titulares.
           05 titular OCCURS 1000 TIMES.
              10 tt-titular pic x(30).
              10 tt-total pic 9(12)v99.
              10 tt-maximo pic 9(12)v99.
              10 tt-operaciones pic 9(06).
              10 tt-reportar pic x(01).
       01 indice-tit pic 9(04).
       01 tit-hallado pic 9(04).
       01 tipo-umbral pic x(01).
       01 novedad pic x(01).
       01 cant-detalles pic 9(06).
       01 cant-altas pic 9(06).
       01 cant-rectificaciones pic 9(06).
       01 cant-bajas pic 9(06).
       01 total-reportado pic 9(14)v99.
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 lote-actual pic 9(06).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       01 umbral-edit pic z(11)9.
       01 linea-lst.
           05 lst-novedad pic x(1).
           05 filler pic x(1) value SPACES.
           05 lst-tipo pic x(1).
           05 filler pic x(2) value SPACES.
           05 lst-titular pic x(30).
           05 filler pic x(1) value SPACES.
           05 lst-apellido pic x(20).
           05 filler pic x(1) value SPACES.
           05 lst-total pic z(11)9.99.
           05 filler pic x(1) value SPACES.
           05 lst-maximo pic z(11)9.99.
           05 filler pic x(12) value SPACES.

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           ACCEPT hoy FROM DATE YYYYMMDD
           move hoy(1:4) to trab-ano
           move hoy(5:2) to trab-mes
           IF trab-mes = 1 then
              move 12 to trab-mes
              subtract 1 from trab-ano
           ELSE
              subtract 1 from trab-mes
           END-IF
           compute periodo = trab-ano * 100 + trab-mes

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              DISPLAY "Periodo a informar (AAAAMM, 0 = mes anterior "
                 periodo ")"
              move 0 to periodo-pedido
              ACCEPT periodo-pedido
              IF periodo-pedido NOT = 0 then
                 move periodo-pedido to periodo
              END-IF
           END-IF

           PERFORM VERIFICAR-GENERADO
           IF ya-generado = "S" AND
              (parm-modo = "B" OR parm-modo = "b") then
              display "Regimen informativo del periodo " periodo
                 " ya generado."
           ELSE
              IF ya-generado = "S" then
                 display "El periodo " periodo " ya fue informado: "
                    "solo se generan altas y rectificaciones."
              END-IF
              PERFORM LEER-UMBRAL
              PERFORM GENERAR-REGIMEN
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       VERIFICAR-GENERADO.
           move "N" to ya-generado
           OPEN  input CONTROLRG
           IF control-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CONTROLRG
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF ctl-periodo = periodo then
                    move "S" to ya-generado
                 END-IF
              END-READ
              END-PERFORM
              CLOSE CONTROLRG
              move "N" to FIN-ARCHIVO
           END-IF.

       LEER-UMBRAL.
           move 1000000 to umbral-local
           OPEN  input UMBRAL
           IF umbral-status = "00" then
              READ UMBRAL
              AT END
                 CONTINUE
              NOT AT END
                 IF ru-umbral IS NUMERIC AND ru-umbral > 0 then
                    move ru-umbral to umbral-local
                 END-IF
              END-READ
              CLOSE UMBRAL
           END-IF.

       GENERAR-REGIMEN.
           OPEN  input CUENTAS
           IF status-cuentas NOT = "00" then
              display "No hay cuentas registradas todavia."
              move "A" to ret-estado
              move "cuentas.txt no disponible" to ret-motivo
           ELSE
              OPEN  input MOVIMIENTOS
              OPEN  input CAMBIOS
              move 0 to cant-titulares
              move 0 to cant-sin-tasa
              move "N" to desborde
              IF mov-status = "00" then
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ CUENTAS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF cta-titular NOT = SPACES then
                       PERFORM ACUMULAR-CUENTA
                    END-IF
                 END-READ
                 END-PERFORM
                 move "N" to FIN-ARCHIVO
                 CLOSE MOVIMIENTOS
              END-IF
              IF cambios-status = "00" then
                 CLOSE CAMBIOS
              END-IF
              CLOSE CUENTAS
              PERFORM INFORMAR-TITULARES
           END-IF.

       ACUMULAR-CUENTA.
           move "N" to tasa-hallada
           IF cta-moneda = SPACES then
              move 1 to tasa-cuenta
              move "S" to tasa-hallada
           ELSE
              IF cambios-status = "00" then
                 move cta-moneda to tc-moneda
                 READ CAMBIOS KEY IS tc-moneda
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move tc-tasa to tasa-cuenta
                    move "S" to tasa-hallada
                 END-READ
              END-IF
           END-IF
           IF tasa-hallada NOT = "S" then
              add 1 to cant-sin-tasa
           ELSE
              move "N" to FIN-MOVS
              move cta-id to mv-cta
              compute mv-fecha = periodo * 100
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
                 move mv-fecha(1:6) to mv-periodo
                 IF mv-cta NOT = cta-id OR mv-periodo > periodo then
                    MOVE "S" TO FIN-MOVS
                 ELSE
                 IF mv-estado NOT = "R" AND mv-estado NOT = "X" then
                    compute importe-local ROUNDED =
                       mv-importe * tasa-cuenta
                    PERFORM SUMAR-TITULAR
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-MOVS
           END-IF.

       SUMAR-TITULAR.
           move 0 to tit-hallado
           PERFORM VARYING indice-tit FROM 1 BY 1
              UNTIL indice-tit > cant-titulares OR tit-hallado > 0
              IF tt-titular(indice-tit) = cta-titular then
                 move indice-tit to tit-hallado
              END-IF
           END-PERFORM
           IF tit-hallado = 0 then
              IF cant-titulares < 1000 then
                 add 1 to cant-titulares
                 move cant-titulares to tit-hallado
                 move cta-titular to tt-titular(tit-hallado)
                 move 0 to tt-total(tit-hallado)
                 move 0 to tt-maximo(tit-hallado)
                 move 0 to tt-operaciones(tit-hallado)
                 move "N" to tt-reportar(tit-hallado)
              ELSE
                 move "S" to desborde
              END-IF
           END-IF
           IF tit-hallado > 0 then
              add importe-local to tt-total(tit-hallado)
              add 1 to tt-operaciones(tit-hallado)
              IF importe-local > tt-maximo(tit-hallado) then
                 move importe-local to tt-maximo(tit-hallado)
              END-IF
           END-IF.

       INFORMAR-TITULARES.
           move "REGULATORIO" to nombre-contador
           move 1 to minimo-contador
           CALL 'contador' USING nombre-contador
              minimo-contador valor-contador
           move valor-contador to lote-actual
           move 0 to cant-detalles
           move 0 to cant-altas
           move 0 to cant-rectificaciones
           move 0 to cant-bajas
           move 0 to total-reportado

           OPEN  i-o REPORTADOS
           IF reportados-status = "35" then
              OPEN  output REPORTADOS
              CLOSE REPORTADOS
              OPEN  i-o REPORTADOS
           END-IF
           OPEN  input CONTACTOS
           OPEN  output REGFILE
           OPEN  output PRINTFILE

           MOVE SPACES TO linea-reg
           move "HDR" to hdr-marca
           move hoy to hdr-fecha
           move periodo to hdr-periodo
           move lote-actual to hdr-lote
           move umbral-local to hdr-umbral
           write linea-reg

           move umbral-local to umbral-edit
           MOVE SPACES TO linea-print
           STRING "REGIMEN INFORMATIVO DE OPERACIONES - PERIODO "
              DELIMITED BY SIZE
              periodo DELIMITED BY SIZE
              "  LOTE " DELIMITED BY SIZE
              lote-actual DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Umbral mensual en moneda local: " DELIMITED BY SIZE
              umbral-edit DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE "N T  TITULAR                        APELLIDO          "
              TO linea-print
           move "          TOTAL MES      MAYOR OPERACION"
              to linea-print(58:41)
           write linea-print

           PERFORM VARYING indice-tit FROM 1 BY 1
              UNTIL indice-tit > cant-titulares
              IF tt-maximo(indice-tit) >= umbral-local then
                 move "U" to tipo-umbral
                 PERFORM NOVEDAD-TITULAR
              ELSE
              IF tt-total(indice-tit) >= umbral-local then
                 move "A" to tipo-umbral
                 PERFORM NOVEDAD-TITULAR
              END-IF
              END-IF
           END-PERFORM
           IF desborde = "N" then
              PERFORM BAJAS-TITULARES
           END-IF

           MOVE SPACES TO linea-reg
           move "TRL" to trl-marca
           move cant-detalles to trl-detalles
           move cant-altas to trl-altas
           move cant-rectificaciones to trl-rectificaciones
           move cant-bajas to trl-bajas
           move total-reportado to trl-total
           write linea-reg
           CLOSE REGFILE

           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Altas: " DELIMITED BY SIZE
              cant-altas DELIMITED BY SIZE
              "  Rectificaciones: " DELIMITED BY SIZE
              cant-rectificaciones DELIMITED BY SIZE
              "  Bajas: " DELIMITED BY SIZE
              cant-bajas DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           IF cant-sin-tasa > 0 then
              MOVE SPACES TO linea-print
              STRING "** " DELIMITED BY SIZE
                 cant-sin-tasa DELIMITED BY SIZE
                 " cuenta(s) sin tipo de cambio, no incluidas"
                 DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-IF
           IF desborde = "S" then
              move "** Demasiados titulares, listado incompleto"
                 to linea-print
              write linea-print
           END-IF
           MOVE SPACES TO linea-print
           write linea-print
           move "Revisado por: ______________________  "
              to linea-print
           move "Firma: ____________________" to linea-print(41:27)
           write linea-print
           CLOSE PRINTFILE
           IF status-contactos = "00" then
              CLOSE CONTACTOS
           END-IF
           CLOSE REPORTADOS

           IF ya-generado = "N" then
              OPEN  extend CONTROLRG
              IF control-status = "35" then
                 OPEN  output CONTROLRG
              END-IF
              MOVE SPACES TO reg-control
              move periodo to ctl-periodo
              move lote-actual to ctl-lote
              move hoy to ctl-fecha
              write reg-control
              CLOSE CONTROLRG
           END-IF

           display "Regimen informativo " periodo " lote "
              lote-actual ": " cant-altas " alta(s), "
              cant-rectificaciones " rectificacion(es), "
              cant-bajas " baja(s)"
           display "Archivo regulatorio.txt, listado en "
              "regulatorio_listado.txt"
           move "REGULATORIO" to spool-reporte
           move "regulatorio_listado.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo
           IF cant-sin-tasa > 0 OR desborde = "S" then
              move "A" to ret-estado
              move "cuentas sin tipo de cambio o tabla llena"
                 to ret-motivo
           END-IF.

       NOVEDAD-TITULAR.
           move "S" to tt-reportar(indice-tit)
           move tt-titular(indice-tit) to rr-titular
           move periodo to rr-periodo
           READ REPORTADOS KEY IS rr-clave
           INVALID KEY
              MOVE SPACES TO reg-reportado
              move tt-titular(indice-tit) to rr-titular
              move periodo to rr-periodo
              move 1 to rr-version
              move "A" to novedad
              PERFORM CARGAR-REPORTADO
              WRITE reg-reportado
              add 1 to cant-altas
              PERFORM DETALLE-REGIMEN
           NOT INVALID KEY
              IF rr-tipo NOT = tipo-umbral OR
                 rr-total NOT = tt-total(indice-tit) OR
                 rr-maximo NOT = tt-maximo(indice-tit) then
                 add 1 to rr-version
                 move "M" to novedad
                 PERFORM CARGAR-REPORTADO
                 REWRITE reg-reportado
                 add 1 to cant-rectificaciones
                 PERFORM DETALLE-REGIMEN
              END-IF
           END-READ.

       CARGAR-REPORTADO.
           move tipo-umbral to rr-tipo
           move tt-total(indice-tit) to rr-total
           move tt-maximo(indice-tit) to rr-maximo
           move tt-operaciones(indice-tit) to rr-operaciones
           move lote-actual to rr-lote
           move hoy to rr-fecha.

       BAJAS-TITULARES.
           move "N" to FIN-ARCHIVO
           move LOW-VALUES to rr-titular
           move 0 to rr-periodo
           START REPORTADOS KEY IS >= rr-clave
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ REPORTADOS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF rr-periodo = periodo AND rr-tipo NOT = "B" then
                 move 0 to tit-hallado
                 PERFORM VARYING indice-tit FROM 1 BY 1
                    UNTIL indice-tit > cant-titulares OR
                    tit-hallado > 0
                    IF tt-titular(indice-tit) = rr-titular AND
                       tt-reportar(indice-tit) = "S" then
                       move indice-tit to tit-hallado
                    END-IF
                 END-PERFORM
                 IF tit-hallado = 0 then
                    add 1 to rr-version
                    move "B" to rr-tipo
                    move lote-actual to rr-lote
                    move hoy to rr-fecha
                    REWRITE reg-reportado
                    add 1 to cant-bajas
                    move "B" to novedad
                    move "B" to tipo-umbral
                    PERFORM DETALLE-BAJA
                 END-IF
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO.

       DETALLE-REGIMEN.
           PERFORM BUSCAR-CONTACTO
           MOVE SPACES TO linea-reg
           move "DET" to det-marca
           move novedad to det-novedad
           move rr-version to det-version
           move rr-titular to det-titular
           move ap to det-apellido
           move nom to det-nombre
           move tipo-umbral to det-tipo
           move rr-total to det-total
           move rr-maximo to det-maximo
           move rr-operaciones to det-operaciones
           write linea-reg
           add 1 to cant-detalles
           add rr-total to total-reportado
           PERFORM LINEA-LISTADO.

       DETALLE-BAJA.
           PERFORM BUSCAR-CONTACTO
           MOVE SPACES TO linea-reg
           move "DET" to det-marca
           move novedad to det-novedad
           move rr-version to det-version
           move rr-titular to det-titular
           move ap to det-apellido
           move nom to det-nombre
           move tipo-umbral to det-tipo
           move 0 to det-total
           move 0 to det-maximo
           move 0 to det-operaciones
           write linea-reg
           add 1 to cant-detalles
           PERFORM LINEA-LISTADO.

       BUSCAR-CONTACTO.
           MOVE SPACES TO nom
           MOVE SPACES TO ap
           IF status-contactos = "00" then
              move rr-titular to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 MOVE SPACES TO nom
                 MOVE SPACES TO ap
              END-READ
           END-IF.

       LINEA-LISTADO.
           move novedad to lst-novedad
           move tipo-umbral to lst-tipo
           move rr-titular to lst-titular
           move ap to lst-apellido
           IF novedad = "B" then
              move 0 to lst-total
              move 0 to lst-maximo
           ELSE
              move rr-total to lst-total
              move rr-maximo to lst-maximo
           END-IF
           move linea-lst to linea-print
           write linea-print.
