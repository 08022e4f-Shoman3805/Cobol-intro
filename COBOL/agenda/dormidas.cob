           FILE STATUS IS status-cuentas.

           SELECT MOVIMIENTOS ASSIGN TO "movimientos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mv-clave
           FILE STATUS IS mov-status.

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT PARAMETROS ASSIGN TO "parametros.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pa-clave
           FILE STATUS IS PAR-STATUS.

           SELECT ETAPAS ASSIGN TO "etapas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS et-usuario
           FILE STATUS IS CIC-STATUS.

           SELECT ETAPASHIST ASSIGN TO "etapas_hist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS eh-clave
           FILE STATUS IS CIC-HSTATUS.

           SELECT PRINTFILE ASSIGN TO "dormidas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MOVIMIENTOS.
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PARAMETROS.
       COPY "parametro.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ETAPAS.
       COPY "etapa.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ETAPASHIST.
       COPY "etapahist.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).

       01 FIN-MOVS pic x(1) value "N".
       01 hoy pic 9(08).
       01 meses-umbral pic 9(03).
       01 origen-umbral pic x(40).
       01 ultima-fecha pic 9(08).
       01 dias-quietos pic s9(7).
       01 meses-quietos pic 9(05).
       01 fec-valida pic x(1).
       01 cant-dormidas pic 9(04) value 0.
       01 cant-despertadas pic 9(04) value 0.
       01 cant-inactivos pic 9(04) value 0.
       01 cant-tit pic 9(04).
       01 indice-tit pic 9(04).
       01 pos-tit pic 9(04).
       01 tabla-titulares.
           05 titular-reg OCCURS 2000 TIMES.
              10 tit-usuario pic x(30).
              10 tit-viva pic x(01).
       COPY "param.cpy".
       COPY "ciclo.cpy".

       LINKAGE SECTION.
       01 parm-modo pic x(1).

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-dormidas
           move 0 to cant-despertadas
           move 0 to cant-inactivos
           move 0 to cant-tit

           ACCEPT hoy FROM DATE YYYYMMDD

           move "DORM-MESES" to PAR-CODIGO
           move hoy to PAR-FECHA
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR > 0 then
              move PAR-VALOR to meses-umbral
              MOVE SPACES TO origen-umbral
              STRING "DORM-MESES vigente desde " DELIMITED BY SIZE
                 PAR-VIGENCIA DELIMITED BY SIZE
                 INTO origen-umbral
              display "Umbral de inactividad: " meses-umbral
                 " meses (" origen-umbral ")"
           ELSE
           IF parm-modo = "B" OR parm-modo = "b" then
              move 12 to meses-umbral
              move "valor por omision" to origen-umbral
           ELSE
              DISPLAY "Meses sin movimientos para considerar "
                 "dormida (0 = 12)"
              IF meses-umbral = 0 then
                 move 12 to meses-umbral
              END-IF
              move "ingresado por el operador" to origen-umbral
           END-IF
           END-IF

           OPEN  i-o CUENTAS
                 " meses)" DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
              MOVE SPACES TO linea-print
              STRING "Parametro DORM-MESES: " DELIMITED BY SIZE
                 meses-umbral DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 origen-umbral DELIMITED BY "  "
                 ")" DELIMITED BY SIZE
                 INTO linea-print
              write linea-print

              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              END-READ
              END-PERFORM

              PERFORM MARCAR-INACTIVOS
              MOVE SPACES TO linea-print
              STRING "Dormidas: " DELIMITED BY SIZE
                 cant-dormidas DELIMITED BY SIZE
                 "  Reactivadas: " DELIMITED BY SIZE
                 cant-despertadas DELIMITED BY SIZE
                 "  Clientes pasados a inactivos: " DELIMITED BY SIZE
                 cant-inactivos DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
              CLOSE PRINTFILE

              display "Cuentas dormidas: " cant-dormidas
                 "  reactivadas: " cant-despertadas
                 "  clientes inactivos: " cant-inactivos
              display "Reporte en dormidas.txt"
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
              IF mv-cta = cta-id AND mv-fecha > ultima-fecha then
                 move mv-fecha to ultima-fecha
              END-IF
           END-READ
           END-PERFORM
           IF mov-status NOT = "35" then
              CLOSE MOVIMIENTOS
           END-IF

              INTO linea-print
           END-STRING
           write linea-print.

       MARCAR-INACTIVOS.
           move "N" to FIN-ARCHIVO
           move 0 to cta-id
           START CUENTAS KEY IS >= cta-id
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ CUENTAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              PERFORM ANOTAR-TITULAR
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           MOVE SPACES TO CIC-OPERADOR
           ACCEPT CIC-OPERADOR FROM ENVIRONMENT "USER"
           PERFORM VARYING indice-tit FROM 1 BY 1
              UNTIL indice-tit > cant-tit
              IF tit-viva(indice-tit) = "N" then
                 move tit-usuario(indice-tit) to CIC-USUARIO
                 move "I" to CIC-NUEVA
                 move "A" to CIC-ORIGEN
                 move "todas sus cuentas cerradas o dormidas"
                    to CIC-NOTA
                 move hoy to CIC-FECHA
                 PERFORM CAMBIAR-ETAPA
                 IF CIC-RESULTADO = "S" then
                    add 1 to cant-inactivos
                    MOVE SPACES TO linea-print
                    STRING "Cliente inactivo: " DELIMITED BY SIZE
                       CIC-USUARIO DELIMITED BY "  "
                       INTO linea-print
                    write linea-print
                 END-IF
              END-IF
           END-PERFORM.

       ANOTAR-TITULAR.
           move 0 to pos-tit
           PERFORM VARYING indice-tit FROM 1 BY 1
              UNTIL indice-tit > cant-tit OR pos-tit NOT = 0
              IF tit-usuario(indice-tit) = cta-titular then
                 move indice-tit to pos-tit
              END-IF
           END-PERFORM
           IF pos-tit = 0 AND cant-tit < 2000 then
              add 1 to cant-tit
              move cant-tit to pos-tit
              move cta-titular to tit-usuario(pos-tit)
              move "N" to tit-viva(pos-tit)
           END-IF
           IF pos-tit NOT = 0 then
              IF cta-estado NOT = "C" AND cta-dormida NOT = "S" then
                 move "S" to tit-viva(pos-tit)
              END-IF
           END-IF.

       POSICIONAR-CUENTA.
           move cta-id to mv-cta
           move 0 to mv-fecha
           move 0 to mv-seq
           START MOVIMIENTOS KEY IS >= mv-clave
              INVALID KEY
                 MOVE "S" TO FIN-MOVS
           END-START.

       COPY "parampr.cpy".

       COPY "ciclopr.cpy".
