       IDENTIFICATION DIVISION.
       PROGRAM-ID. exposgrp.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPRESAS ASSIGN TO "empresas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS e-id
           FILE STATUS IS empresas-status.

           SELECT GRUPOSEMP ASSIGN TO "grupos_empresa.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ge-empresa
           FILE STATUS IS grupos-status.

           SELECT PRINTFILE ASSIGN TO "exposicion_grupos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  EMPRESAS.
       01  reg-empresa.
           05 e-id pic x(10).
           05 e-razon pic x(30).
           05 e-cuit pic x(13).
           05 e-telefono pic 9(10).

       FD  GRUPOSEMP.
       COPY "grupoemp.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(150).

       WORKING-STORAGE SECTION.
       01 empresas-status pic x(2).
       01 grupos-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 cant-emp pic 9(04).
       01 tabla-emp.
           05 emp-reg OCCURS 500 TIMES.
              10 te-id pic x(10).
              10 te-razon pic x(30).
              10 te-padre-id pic x(10).
              10 te-padre pic 9(04).
              10 te-listada pic x(1).
       01 cant-pila pic 9(04).
       01 tabla-pila.
           05 pila-reg OCCURS 500 TIMES.
              10 pila-emp pic 9(04).
              10 pila-nivel pic 9(02).
       01 indice-e pic 9(04).
       01 indice-j pic 9(04).
       01 nodo-actual pic 9(04).
       01 nivel-actual pic 9(02).
       01 pos-sangria pic 9(03).
       01 cant-grupos pic 9(04).
       01 cant-excedidos pic 9(04).
       01 linea-exp.
           05 det-empresa pic x(24).
           05 det-razon pic x(20).
           05 filler pic x(01) value SPACES.
           05 det-saldos pic -(11)9.
           05 filler pic x(01) value SPACES.
           05 det-sobregiros pic z(10)9.
           05 filler pic x(01) value SPACES.
           05 det-limites pic z(10)9.
           05 filler pic x(01) value SPACES.
           05 det-prestamos pic z(10)9.
           05 filler pic x(01) value SPACES.
           05 det-contratos pic z(10)9.
           05 filler pic x(01) value SPACES.
           05 det-exposicion pic z(10)9.
           05 filler pic x(01) value SPACES.
           05 det-limite pic x(11).
           05 filler pic x(01) value SPACES.
           05 det-estado pic x(08).
       01 limite-edit pic z(9)9.
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       COPY "grpparm.cpy".

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-grupos
           move 0 to cant-excedidos

           ACCEPT hoy FROM DATE YYYYMMDD

           PERFORM CARGAR-GRUPOS
           IF cant-emp = 0 then
              display "No hay empresas registradas todavia."
           ELSE
              move "C" to GRP-FUNCION
              CALL 'grupoexp' USING GRP-FUNCION GRP-EMPRESA
                 GRP-USUARIO GRP-IMPORTE GRP-TOTALES GRP-RESULTADO
              PERFORM LISTAR-EXPOSICION

              move "GRUPOEXP" to spool-reporte
              move "exposicion_grupos.txt" to spool-archivo
              CALL 'espool' USING spool-reporte spool-archivo

              display cant-grupos " grupo(s) de empresas, "
                 cant-excedidos " nivel(es) por encima de su limite."
                 " Detalle en exposicion_grupos.txt"
              IF cant-excedidos > 0 then
                 move "A" to ret-estado
                 move "grupos de empresas sobre su limite"
                    to ret-motivo
              END-IF
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       CARGAR-GRUPOS.
           move 0 to cant-emp
           OPEN  input EMPRESAS
           IF empresas-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ EMPRESAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cant-emp < 500 then
                    add 1 to cant-emp
                    move e-id to te-id(cant-emp)
                    move e-razon to te-razon(cant-emp)
                    MOVE SPACES TO te-padre-id(cant-emp)
                    move 0 to te-padre(cant-emp)
                    move "N" to te-listada(cant-emp)
                 END-IF
              END-READ
              END-PERFORM
              CLOSE EMPRESAS
           END-IF
           OPEN  input GRUPOSEMP
           IF grupos-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ GRUPOSEMP NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 PERFORM VARYING indice-e FROM 1 BY 1
                    UNTIL indice-e > cant-emp
                    IF te-id(indice-e) = ge-empresa then
                       move ge-padre to te-padre-id(indice-e)
                    END-IF
                 END-PERFORM
              END-READ
              END-PERFORM
              CLOSE GRUPOSEMP
           END-IF
           PERFORM VARYING indice-e FROM 1 BY 1
              UNTIL indice-e > cant-emp
              IF te-padre-id(indice-e) NOT = SPACES then
                 PERFORM VARYING indice-j FROM 1 BY 1
                    UNTIL indice-j > cant-emp
                    IF te-id(indice-j) = te-padre-id(indice-e) then
                       move indice-j to te-padre(indice-e)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           move "N" to FIN-ARCHIVO.

       LISTAR-EXPOSICION.
           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "EXPOSICION POR GRUPO DE EMPRESAS AL "
              DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Cada nivel suma su propia exposicion y la de "
              DELIMITED BY SIZE
              "todas las empresas que controla." DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "EMPRESA                 RAZON SOCIAL        "
              DELIMITED BY SIZE
              "        SALDOS  SOBREGIROS LIMITES CTA   PRESTAMOS"
              DELIMITED BY SIZE
              "   CONTRATOS  EXPOSICION LIMITE GRUP ESTADO"
              DELIMITED BY SIZE
              INTO linea-print
           write linea-print

           move 0 to cant-pila
           PERFORM VARYING indice-e FROM cant-emp BY -1
              UNTIL indice-e < 1
              IF te-padre(indice-e) = 0 then
                 add 1 to cant-pila
                 move indice-e to pila-emp(cant-pila)
                 move 0 to pila-nivel(cant-pila)
              END-IF
           END-PERFORM
           PERFORM UNTIL cant-pila = 0
              move pila-emp(cant-pila) to nodo-actual
              move pila-nivel(cant-pila) to nivel-actual
              subtract 1 from cant-pila
              IF nivel-actual = 0 then
                 add 1 to cant-grupos
                 MOVE SPACES TO linea-print
                 write linea-print
              END-IF
              PERFORM IMPRIMIR-NODO
              PERFORM VARYING indice-e FROM cant-emp BY -1
                 UNTIL indice-e < 1
                 IF te-padre(indice-e) = nodo-actual AND
                    te-listada(indice-e) = "N" AND
                    cant-pila < 500 then
                    add 1 to cant-pila
                    move indice-e to pila-emp(cant-pila)
                    compute pila-nivel(cant-pila) = nivel-actual + 1
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE PRINTFILE.

       IMPRIMIR-NODO.
           move "S" to te-listada(nodo-actual)
           move "T" to GRP-FUNCION
           move te-id(nodo-actual) to GRP-EMPRESA
           CALL 'grupoexp' USING GRP-FUNCION GRP-EMPRESA GRP-USUARIO
              GRP-IMPORTE GRP-TOTALES GRP-RESULTADO
           IF nivel-actual > 4 then
              move 4 to nivel-actual
           END-IF
           compute pos-sangria = nivel-actual * 3 + 1
           MOVE SPACES TO det-empresa
           IF nivel-actual > 0 then
              move "+- " to det-empresa(pos-sangria - 3:3)
           END-IF
           move te-id(nodo-actual) to det-empresa(pos-sangria:10)
           move te-razon(nodo-actual) to det-razon
           move GRP-SALDOS to det-saldos
           move GRP-SOBREGIROS to det-sobregiros
           move GRP-LIMITES to det-limites
           move GRP-PRESTAMOS to det-prestamos
           move GRP-CONTRATOS to det-contratos
           move GRP-EXPOSICION to det-exposicion
           MOVE SPACES TO det-estado
           IF GRP-LIMITE = 0 then
              move "sin limite" to det-limite
           ELSE
              move GRP-LIMITE to limite-edit
              move limite-edit to det-limite
              IF GRP-EXPOSICION > GRP-LIMITE then
                 move "EXCEDIDO" to det-estado
                 add 1 to cant-excedidos
              END-IF
           END-IF
           move linea-exp to linea-print
           write linea-print.
