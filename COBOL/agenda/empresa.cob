           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT GRUPOSEMP ASSIGN TO "grupos_empresa.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ge-empresa
           FILE STATUS IS grupos-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  GRUPOSEMP.
       COPY "grupoemp.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 empresas-status pic x(2).
       01 status-contactos pic x(2).
       01 grupos-status pic x(2).
       01 sesion-status pic x(2).
       01 operador-emp pic x(20).
       01 padre-pedido pic x(10).
       01 limite-pedido pic 9(10).
       01 padre-ok pic x(1).
       01 hay-ciclo pic x(1).
       01 eslabon pic x(10).
       01 profundidad pic 9(03).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 cant-emp pic 9(04).
       01 tabla-emp.
           05 emp-reg OCCURS 500 TIMES.
              10 te-id pic x(10).
              10 te-razon pic x(30).
              10 te-padre-id pic x(10).
              10 te-padre pic 9(04).
              10 te-limite pic 9(10).
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
       01 pos-texto pic 9(03).
       01 fecha-vinculo pic 9(08).
       01 linea-arbol pic x(100).
       01 cant-ciclo pic 9(04).
       COPY "grpparm.cpy".
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-emp pic x(1).
       01 id-buscado pic x(10).
           DISPLAY "C- Consulta de empresa con sus contactos"
           DISPLAY "L- Listar empresas"
           DISPLAY "V- Verificar CUIT de empresas existentes"
           DISPLAY "G- Grupo: empresa controlante y limite del grupo"
           DISPLAY "T- Arbol de grupos de empresas"
           DISPLAY "X- Exposicion del grupo de una empresa"
           ACCEPT opcion-emp

           IF opcion-emp = "A" OR opcion-emp = "a" then
              PERFORM VERIFICAR-EXISTENTES
           END-IF

           IF opcion-emp = "G" OR opcion-emp = "g" then
              PERFORM VINCULAR-GRUPO
           END-IF

           IF opcion-emp = "T" OR opcion-emp = "t" then
              PERFORM ARBOL-GRUPOS
           END-IF

           IF opcion-emp = "X" OR opcion-emp = "x" then
              PERFORM EXPOSICION-GRUPO
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.
              DISPLAY "------------------------------------------"
              DISPLAY cant-malos " empresa(s) con CUIT observado."
           END-IF.

       VINCULAR-GRUPO.
           ACCEPT fecha-vinculo FROM DATE YYYYMMDD
           MOVE SPACES TO operador-emp
           OPEN  input SESION
           IF sesion-status = "00" then
              READ SESION
              AT END
                 CONTINUE
              NOT AT END
                 move linea-sesion to operador-emp
              END-READ
              CLOSE SESION
           END-IF
           IF operador-emp = SPACES then
              ACCEPT operador-emp FROM ENVIRONMENT "USER"
           END-IF

           OPEN  input EMPRESAS
           IF empresas-status NOT = "00" then
              DISPLAY "No hay empresas registradas todavia."
           ELSE
              DISPLAY "Codigo de empresa"
              MOVE SPACES TO id-buscado
              ACCEPT id-buscado
              move id-buscado to e-id
              move "N" to padre-ok
              READ EMPRESAS KEY IS e-id
              INVALID KEY
                 DISPLAY "No existe esa empresa."
              NOT INVALID KEY
                 DISPLAY "Empresa controlante (en blanco = ninguna, "
                    "encabeza su propio grupo)"
                 MOVE SPACES TO padre-pedido
                 ACCEPT padre-pedido
                 move "S" to padre-ok
                 IF padre-pedido = id-buscado then
                    move "N" to padre-ok
                    DISPLAY "Una empresa no puede controlarse a si "
                       "misma."
                 ELSE
                 IF padre-pedido NOT = SPACES then
                    move padre-pedido to e-id
                    READ EMPRESAS KEY IS e-id
                    INVALID KEY
                       move "N" to padre-ok
                       DISPLAY "No existe la empresa controlante."
                    END-READ
                 END-IF
                 END-IF
              END-READ
              CLOSE EMPRESAS
              IF padre-ok = "S" then
                 PERFORM GRABAR-VINCULO
              END-IF
           END-IF.

       GRABAR-VINCULO.
           OPEN  i-o GRUPOSEMP
           IF grupos-status = "35" then
              OPEN  output GRUPOSEMP
              CLOSE GRUPOSEMP
              OPEN  i-o GRUPOSEMP
           END-IF
           move "N" to hay-ciclo
           move padre-pedido to eslabon
           move 0 to profundidad
           PERFORM UNTIL eslabon = SPACES OR hay-ciclo = "S"
              IF eslabon = id-buscado OR profundidad > 50 then
                 move "S" to hay-ciclo
              ELSE
                 add 1 to profundidad
                 move eslabon to ge-empresa
                 READ GRUPOSEMP KEY IS ge-empresa
                 INVALID KEY
                    MOVE SPACES TO eslabon
                 NOT INVALID KEY
                    move ge-padre to eslabon
                 END-READ
              END-IF
           END-PERFORM
           IF hay-ciclo = "S" then
              DISPLAY "Rechazado: " padre-pedido " ya depende de "
                 id-buscado ", el vinculo formaria un ciclo."
           ELSE
              move id-buscado to ge-empresa
              READ GRUPOSEMP KEY IS ge-empresa
              INVALID KEY
                 move 0 to ge-limite
              END-READ
              DISPLAY "Limite de exposicion del grupo que encabeza "
                 "(actual " ge-limite ", 0 = sin limite)"
              move ge-limite to limite-pedido
              ACCEPT limite-pedido
              move id-buscado to ge-empresa
              move padre-pedido to ge-padre
              move limite-pedido to ge-limite
              move fecha-vinculo to ge-fecha
              move operador-emp to ge-operador
              WRITE reg-grupo-emp
                 INVALID KEY
                    REWRITE reg-grupo-emp
              END-WRITE
              IF padre-pedido = SPACES then
                 DISPLAY id-buscado " queda sin empresa controlante."
              ELSE
                 DISPLAY id-buscado " queda vinculada a "
                    padre-pedido "."
              END-IF
              move "GRUPO-EMP" to aud-accion
              MOVE SPACES TO aud-usuario
              STRING id-buscado DELIMITED BY SPACE
                 ">" DELIMITED BY SIZE
                 padre-pedido DELIMITED BY SPACE
                 INTO aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
           END-IF
           CLOSE GRUPOSEMP.

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
                    move 0 to te-limite(cant-emp)
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
                       move ge-limite to te-limite(indice-e)
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

       ARBOL-GRUPOS.
           PERFORM CARGAR-GRUPOS
           IF cant-emp = 0 then
              DISPLAY "No hay empresas registradas todavia."
           ELSE
              DISPLAY "Arbol de grupos de empresas"
              DISPLAY "------------------------------------------"
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
                 PERFORM MOSTRAR-NODO
                 PERFORM VARYING indice-e FROM cant-emp BY -1
                    UNTIL indice-e < 1
                    IF te-padre(indice-e) = nodo-actual AND
                       te-listada(indice-e) = "N" AND
                       cant-pila < 500 then
                       add 1 to cant-pila
                       move indice-e to pila-emp(cant-pila)
                       compute pila-nivel(cant-pila) =
                          nivel-actual + 1
                    END-IF
                 END-PERFORM
              END-PERFORM
              move 0 to cant-ciclo
              PERFORM VARYING indice-e FROM 1 BY 1
                 UNTIL indice-e > cant-emp
                 IF te-listada(indice-e) = "N" then
                    add 1 to cant-ciclo
                    DISPLAY te-id(indice-e) " " te-razon(indice-e)
                       " (vinculo circular con "
                       te-padre-id(indice-e) ")"
                 END-IF
              END-PERFORM
              DISPLAY "------------------------------------------"
              DISPLAY cant-emp " empresa(s)."
           END-IF.

       MOSTRAR-NODO.
           move "S" to te-listada(nodo-actual)
           IF nivel-actual > 20 then
              move 20 to nivel-actual
           END-IF
           compute pos-sangria = nivel-actual * 3 + 1
           move pos-sangria to pos-texto
           MOVE SPACES TO linea-arbol
           IF nivel-actual > 0 then
              move "+- " to linea-arbol(pos-sangria - 3:3)
           END-IF
           STRING te-id(nodo-actual) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              te-razon(nodo-actual) DELIMITED BY SIZE
              INTO linea-arbol WITH POINTER pos-texto
           IF te-limite(nodo-actual) > 0 then
              DISPLAY linea-arbol(1:pos-sangria + 40)
                 " limite grupo " te-limite(nodo-actual)
           ELSE
              DISPLAY linea-arbol(1:pos-sangria + 40)
           END-IF.

       EXPOSICION-GRUPO.
           DISPLAY "Codigo de empresa (se suma toda la rama que "
              "controla)"
           MOVE SPACES TO GRP-EMPRESA
           ACCEPT GRP-EMPRESA
           move "C" to GRP-FUNCION
           CALL 'grupoexp' USING GRP-FUNCION GRP-EMPRESA GRP-USUARIO
              GRP-IMPORTE GRP-TOTALES GRP-RESULTADO
           move "T" to GRP-FUNCION
           CALL 'grupoexp' USING GRP-FUNCION GRP-EMPRESA GRP-USUARIO
              GRP-IMPORTE GRP-TOTALES GRP-RESULTADO
           IF GRP-RESULTADO NOT = "S" then
              DISPLAY "No existe esa empresa."
           ELSE
              DISPLAY "----------------------------------------"
              DISPLAY "Grupo de.........: " GRP-EMPRESA
              DISPLAY "Empresas.........: " GRP-CANT
              DISPLAY "Saldos...........: " GRP-SALDOS
              DISPLAY "Sobregiros.......: " GRP-SOBREGIROS
              DISPLAY "Limites cuentas..: " GRP-LIMITES
              DISPLAY "Prestamos (cap.).: " GRP-PRESTAMOS
              DISPLAY "Contratos vig....: " GRP-CONTRATOS
              DISPLAY "Exposicion.......: " GRP-EXPOSICION
              IF GRP-LIMITE = 0 then
                 DISPLAY "Limite del grupo.: sin limite"
              ELSE
                 DISPLAY "Limite del grupo.: " GRP-LIMITE
                 IF GRP-EXPOSICION > GRP-LIMITE then
                    DISPLAY "*** EXPOSICION POR ENCIMA DEL LIMITE ***"
                 END-IF
              END-IF
              DISPLAY "----------------------------------------"
           END-IF.
