       IDENTIFICATION DIVISION.
       PROGRAM-ID. totales.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TOTALES ASSIGN TO "totales.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS tot-depto
           FILE STATUS IS totales-status.

           SELECT CONTACTOS ASSIGN TO NOMBRE-ARCHIVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT TAREAS ASSIGN TO "tareas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS t-clave
           FILE STATUS IS tareas-status.

           SELECT CONTRATOS ASSIGN TO "contratos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS co-clave
           FILE STATUS IS contratos-status.

           SELECT VIGILANCIA ASSIGN TO "vigilancia.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS vg-clave
           FILE STATUS IS vigilancia-status.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

       DATA DIVISION.
       FILE SECTION.

       FD  TOTALES.
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  TAREAS.
       01  reg-tarea.
           05 t-clave.
              10 t-usuario pic x(30).
              10 t-vence pic 9(08).
              10 t-seq pic 9(02).
           05 t-texto pic x(40).
           05 t-estado pic x(01).
           05 t-alta pic 9(08).
           05 t-cada pic 9(03).
           05 t-prioridad pic x(01).
           05 t-operador pic x(20).

       FD  CONTRATOS.
       01  reg-contrato.
           05 co-clave.
              10 co-empresa pic x(10).
              10 co-seq pic 9(02).
           05 co-inicio pic 9(08).
           05 co-fin pic 9(08).
           05 co-importe pic 9(08).
           05 co-renovacion pic x(30).

       FD  VIGILANCIA.
       01  reg-vigilancia.
           05 vg-clave.
              10 vg-operador pic x(20).
              10 vg-cta pic 9(05).
           05 vg-umbral pic s9(06) SIGN IS LEADING SEPARATE.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 totales-status pic x(2).
       01 status-contactos pic x(2).
       01 tareas-status pic x(2).
       01 contratos-status pic x(2).
       01 vigilancia-status pic x(2).
       01 status-cuentas pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 NOMBRE-ARCHIVO pic x(40).
       01 hoy pic 9(08).
       01 dias-restan pic s9(7).
       01 fec-valida pic x(1).
       01 existe-registro pic x(1).
       01 depto-registro pic x(10).

       LINKAGE SECTION.
       01 p-operacion pic x(1).
       01 p-depto pic x(10).
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY ==p-==.

       PROCEDURE DIVISION USING p-operacion p-depto p-reg-totales.

           ACCEPT hoy FROM DATE YYYYMMDD

           OPEN  i-o TOTALES
           IF totales-status = "35" then
              OPEN  output TOTALES
              CLOSE TOTALES
              OPEN  i-o TOTALES
           END-IF

           IF p-operacion = "T" OR p-operacion = "C" OR
              p-operacion = "V" then
              MOVE SPACES TO depto-registro
           ELSE
              move p-depto to depto-registro
           END-IF
           move depto-registro to tot-depto
           move "S" to existe-registro
           READ TOTALES KEY IS tot-depto
           INVALID KEY
              move "N" to existe-registro
              move depto-registro to tot-depto
              move 0 to tot-activos
              move 0 to tot-contactos
              move 0 to tot-tareas
              move 0 to tot-contratos
              move 0 to tot-vigilancia
              move 0 to tot-fecha
           END-READ

           IF existe-registro = "N" then
              PERFORM RECONTAR-TODO
           ELSE
           IF p-operacion = "A" then
              add 1 to tot-contactos
              add 1 to tot-activos
           ELSE
           IF p-operacion = "B" then
              IF tot-contactos > 0 then
                 subtract 1 from tot-contactos
              END-IF
              IF tot-activos > 0 then
                 subtract 1 from tot-activos
              END-IF
           ELSE
           IF p-operacion = "I" then
              IF tot-activos > 0 then
                 subtract 1 from tot-activos
              END-IF
           ELSE
           IF p-operacion = "R" then
              add 1 to tot-activos
           ELSE
           IF p-operacion = "P" then
              IF tot-contactos > 0 then
                 subtract 1 from tot-contactos
              END-IF
           ELSE
           IF p-operacion = "T" then
              PERFORM CONTAR-TAREAS
           ELSE
           IF p-operacion = "C" then
              PERFORM CONTAR-CONTRATOS
           ELSE
           IF p-operacion = "V" then
              PERFORM CONTAR-VIGILANCIA
           ELSE
           IF p-operacion = "X" then
              PERFORM RECONTAR-TODO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF p-operacion NOT = "L" OR existe-registro = "N" then
              IF existe-registro = "S" then
                 REWRITE reg-totales
              ELSE
                 WRITE reg-totales
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-IF
           END-IF
           CLOSE TOTALES

           move reg-totales to p-reg-totales

           EXIT PROGRAM.

       RECONTAR-TODO.
           PERFORM CONTAR-CONTACTOS
           IF depto-registro = SPACES then
              PERFORM CONTAR-TAREAS
              PERFORM CONTAR-CONTRATOS
              PERFORM CONTAR-VIGILANCIA
           END-IF
           move hoy to tot-fecha.

       CONTAR-CONTACTOS.
           move 0 to tot-activos
           move 0 to tot-contactos
           IF depto-registro = SPACES then
              MOVE "contactos.txt" TO NOMBRE-ARCHIVO
           ELSE
              MOVE SPACES TO NOMBRE-ARCHIVO
              STRING "contactos-" DELIMITED BY SIZE
                 depto-registro DELIMITED BY SPACE
                 ".txt" DELIMITED BY SIZE
                 INTO NOMBRE-ARCHIVO
           END-IF
           move "N" to FIN-ARCHIVO
           OPEN  input CONTACTOS
           IF status-contactos = "00" then
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CONTACTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF usuario NOT = "##VERSION##" then
                    add 1 to tot-contactos
                    IF activo NOT = "N" then
                       add 1 to tot-activos
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE CONTACTOS
           END-IF
           move "N" to FIN-ARCHIVO.

       CONTAR-TAREAS.
           move 0 to tot-tareas
           move "N" to FIN-ARCHIVO
           OPEN  input TAREAS
           IF tareas-status = "00" then
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ TAREAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF t-estado = "P" AND t-vence <= hoy then
                    add 1 to tot-tareas
                 END-IF
              END-READ
              END-PERFORM
              CLOSE TAREAS
           END-IF
           move "N" to FIN-ARCHIVO.

       CONTAR-CONTRATOS.
           move 0 to tot-contratos
           move "N" to FIN-ARCHIVO
           OPEN  input CONTRATOS
           IF contratos-status = "00" then
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CONTRATOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 CALL 'fechas' USING "E" co-fin hoy
                    dias-restan fec-valida
                 IF dias-restan >= 0 AND dias-restan <= 60 then
                    add 1 to tot-contratos
                 END-IF
              END-READ
              END-PERFORM
              CLOSE CONTRATOS
           END-IF
           move "N" to FIN-ARCHIVO.

       CONTAR-VIGILANCIA.
           move 0 to tot-vigilancia
           move "N" to FIN-ARCHIVO
           OPEN  input VIGILANCIA
           IF vigilancia-status = "00" then
              OPEN  input CUENTAS
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ VIGILANCIA NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF status-cuentas = "00" then
                    move vg-cta to cta-id
                    READ CUENTAS KEY IS cta-id
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF cta-saldo < vg-umbral then
                          add 1 to tot-vigilancia
                       END-IF
                    END-READ
                 END-IF
              END-READ
              END-PERFORM
              IF status-cuentas = "00" then
                 CLOSE CUENTAS
              END-IF
              CLOSE VIGILANCIA
           END-IF
           move "N" to FIN-ARCHIVO.
