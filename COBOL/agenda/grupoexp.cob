       IDENTIFICATION DIVISION.
       PROGRAM-ID. grupoexp.

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

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

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

           SELECT CONTRATOS ASSIGN TO "contratos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS co-clave
           FILE STATUS IS contratos-status.

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

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

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

       FD  CONTRATOS.
       01  reg-contrato.
           05 co-clave.
              10 co-empresa pic x(10).
              10 co-seq pic 9(02).
           05 co-inicio pic 9(08).
           05 co-fin pic 9(08).
           05 co-importe pic 9(08).
           05 co-renovacion pic x(30).

       WORKING-STORAGE SECTION.
       01 empresas-status pic x(2).
       01 grupos-status pic x(2).
       01 status-contactos pic x(2).
       01 status-cuentas pic x(2).
       01 prestamos-status pic x(2).
       01 cuotas-status pic x(2).
       01 contratos-status pic x(2).
       01 FIN-ARCHIVO pic x(1).
       01 FIN-CUOTAS pic x(1).
       01 tabla-cargada pic x(1) value "N".
       01 hoy pic 9(08).
       01 cant-emp pic 9(04) value 0.
       01 tabla-emp.
           05 emp-reg OCCURS 500 TIMES.
              10 te-id pic x(10).
              10 te-padre-id pic x(10).
              10 te-padre pic 9(04).
              10 te-limite pic 9(10).
              10 te-saldos pic s9(11).
              10 te-sobregiros pic 9(11).
              10 te-limites pic 9(11).
              10 te-credito pic 9(11).
              10 te-prestamos pic 9(11).
              10 te-contratos pic 9(11).
       01 indice-e pic 9(04).
       01 indice-j pic 9(04).
       01 indice-nivel pic 9(04).
       01 indice-sube pic 9(04).
       01 profundidad pic 9(03).
       01 empresa-buscada pic x(10).
       01 empresa-hallada pic 9(04).
       01 empresa-raiz pic 9(04).
       01 pertenece pic x(1).
       01 titular-anterior pic x(30).
       01 empresa-titular pic 9(04).
       01 credito-cta pic 9(11).
       01 pendiente-plan pic 9(11).
       01 exposicion-total pic 9(11).

       LINKAGE SECTION.
       01 p-funcion pic x(01).
       01 p-empresa pic x(10).
       01 p-usuario pic x(30).
       01 p-importe pic 9(10).
       01 p-totales.
           05 p-saldos pic s9(11).
           05 p-sobregiros pic 9(11).
           05 p-limites pic 9(11).
           05 p-prestamos pic 9(11).
           05 p-contratos pic 9(11).
           05 p-exposicion pic 9(11).
           05 p-limite pic 9(10).
           05 p-cant pic 9(04).
       01 p-resultado pic x(01).

       PROCEDURE DIVISION USING p-funcion p-empresa p-usuario
           p-importe p-totales p-resultado.

           move "S" to p-resultado

           IF p-funcion = "C" then
              PERFORM CARGAR-EXPOSICION
           ELSE
           IF p-funcion = "T" then
              IF tabla-cargada NOT = "S" then
                 PERFORM CARGAR-EXPOSICION
              END-IF
              move p-empresa to empresa-buscada
              PERFORM BUSCAR-EMPRESA
              IF empresa-hallada = 0 then
                 move "N" to p-resultado
                 INITIALIZE p-totales
              ELSE
                 move empresa-hallada to empresa-raiz
                 PERFORM TOTALIZAR-GRUPO
              END-IF
           ELSE
           IF p-funcion = "V" then
              PERFORM CARGAR-EXPOSICION
              PERFORM VERIFICAR-CREDITO
           END-IF
           END-IF
           END-IF

           EXIT PROGRAM.

       CARGAR-EXPOSICION.
           ACCEPT hoy FROM DATE YYYYMMDD
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
                    INITIALIZE emp-reg(cant-emp)
                    move e-id to te-id(cant-emp)
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
                 move ge-empresa to empresa-buscada
                 PERFORM BUSCAR-EMPRESA
                 IF empresa-hallada > 0 then
                    move ge-padre to te-padre-id(empresa-hallada)
                    move ge-limite to te-limite(empresa-hallada)
                 END-IF
              END-READ
              END-PERFORM
              CLOSE GRUPOSEMP
           END-IF
           PERFORM VARYING indice-e FROM 1 BY 1
              UNTIL indice-e > cant-emp
              move 0 to te-padre(indice-e)
              IF te-padre-id(indice-e) NOT = SPACES then
                 move te-padre-id(indice-e) to empresa-buscada
                 PERFORM BUSCAR-EMPRESA
                 move empresa-hallada to te-padre(indice-e)
              END-IF
           END-PERFORM

           OPEN  input CONTACTOS
           IF status-contactos = "00" then
              PERFORM CARGAR-CUENTAS
              PERFORM CARGAR-PRESTAMOS
              CLOSE CONTACTOS
           END-IF
           PERFORM CARGAR-CONTRATOS
           move "N" to FIN-ARCHIVO
           move "S" to tabla-cargada.

       CARGAR-CUENTAS.
           MOVE SPACES TO titular-anterior
           move 0 to empresa-titular
           OPEN  input CUENTAS
           IF status-cuentas = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CUENTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cta-estado NOT = "C" then
                    PERFORM EMPRESA-DEL-TITULAR
                    IF empresa-titular > 0 then
                       PERFORM SUMAR-CUENTA
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE CUENTAS
           END-IF.

       SUMAR-CUENTA.
           add cta-saldo to te-saldos(empresa-titular)
           add cta-limite to te-limites(empresa-titular)
           move cta-limite to credito-cta
           IF cta-saldo < 0 then
              subtract cta-saldo from te-sobregiros(empresa-titular)
              IF 0 - cta-saldo > credito-cta then
                 compute credito-cta = 0 - cta-saldo
              END-IF
           END-IF
           add credito-cta to te-credito(empresa-titular).

       EMPRESA-DEL-TITULAR.
           IF cta-titular NOT = titular-anterior then
              move cta-titular to titular-anterior
              move 0 to empresa-titular
              move cta-titular to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF empresa NOT = SPACES then
                    move empresa to empresa-buscada
                    PERFORM BUSCAR-EMPRESA
                    move empresa-hallada to empresa-titular
                 END-IF
              END-READ
           END-IF.

       CARGAR-PRESTAMOS.
           MOVE SPACES TO titular-anterior
           move 0 to empresa-titular
           OPEN  input PRESTAMOS
           IF prestamos-status = "00" then
              OPEN  input CUENTAS
              OPEN  input CUOTAS
              IF status-cuentas = "00" AND cuotas-status = "00" then
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ PRESTAMOS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF pl-estado = "A" then
                       move pl-cta to cta-id
                       READ CUENTAS KEY IS cta-id
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          PERFORM EMPRESA-DEL-TITULAR
                          IF empresa-titular > 0 then
                             PERFORM SUMAR-PLAN
                          END-IF
                       END-READ
                    END-IF
                 END-READ
                 END-PERFORM
              END-IF
              IF status-cuentas = "00" then
                 CLOSE CUENTAS
              END-IF
              IF cuotas-status = "00" then
                 CLOSE CUOTAS
              END-IF
              CLOSE PRESTAMOS
           END-IF.

       SUMAR-PLAN.
           move 0 to pendiente-plan
           move "N" to FIN-CUOTAS
           move pl-id to pc-prestamo
           move 0 to pc-nro
           START CUOTAS KEY IS >= pc-clave
              INVALID KEY
                 MOVE "S" TO FIN-CUOTAS
           END-START
           PERFORM UNTIL FIN-CUOTAS = "S"
           READ CUOTAS NEXT RECORD
           AT END
              MOVE "S" TO FIN-CUOTAS
           NOT AT END
              IF pc-prestamo NOT = pl-id then
                 MOVE "S" TO FIN-CUOTAS
              ELSE
              IF pc-pagada = "N" then
                 add pc-importe to pendiente-plan
              END-IF
              END-IF
           END-READ
           END-PERFORM
           add pendiente-plan to te-prestamos(empresa-titular).

       CARGAR-CONTRATOS.
           OPEN  input CONTRATOS
           IF contratos-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CONTRATOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF co-inicio <= hoy AND
                    (co-fin = 0 OR co-fin >= hoy) then
                    move co-empresa to empresa-buscada
                    PERFORM BUSCAR-EMPRESA
                    IF empresa-hallada > 0 then
                       add co-importe to te-contratos(empresa-hallada)
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE CONTRATOS
           END-IF.

       BUSCAR-EMPRESA.
           move 0 to empresa-hallada
           PERFORM VARYING indice-j FROM 1 BY 1
              UNTIL indice-j > cant-emp OR empresa-hallada > 0
              IF te-id(indice-j) = empresa-buscada then
                 move indice-j to empresa-hallada
              END-IF
           END-PERFORM.

       TOTALIZAR-GRUPO.
           INITIALIZE p-totales
           move te-limite(empresa-raiz) to p-limite
           PERFORM VARYING indice-e FROM 1 BY 1
              UNTIL indice-e > cant-emp
              PERFORM VER-PERTENENCIA
              IF pertenece = "S" then
                 add 1 to p-cant
                 add te-saldos(indice-e) to p-saldos
                 add te-sobregiros(indice-e) to p-sobregiros
                 add te-limites(indice-e) to p-limites
                 add te-prestamos(indice-e) to p-prestamos
                 add te-contratos(indice-e) to p-contratos
                 add te-credito(indice-e) to p-exposicion
                 add te-prestamos(indice-e) to p-exposicion
                 add te-contratos(indice-e) to p-exposicion
              END-IF
           END-PERFORM.

       VER-PERTENENCIA.
           move "N" to pertenece
           move indice-e to indice-sube
           move 0 to profundidad
           PERFORM UNTIL indice-sube = 0 OR pertenece = "S"
              OR profundidad > 50
              IF indice-sube = empresa-raiz then
                 move "S" to pertenece
              ELSE
                 move te-padre(indice-sube) to indice-sube
                 add 1 to profundidad
              END-IF
           END-PERFORM.

       VERIFICAR-CREDITO.
           INITIALIZE p-totales
           IF p-empresa = SPACES then
              OPEN  input CONTACTOS
              IF status-contactos = "00" then
                 move p-usuario to usuario
                 READ CONTACTOS KEY IS usuario
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move empresa to p-empresa
                 END-READ
                 CLOSE CONTACTOS
              END-IF
           END-IF
           move p-empresa to empresa-buscada
           PERFORM BUSCAR-EMPRESA
           move empresa-hallada to indice-nivel
           move 0 to profundidad
           PERFORM UNTIL indice-nivel = 0 OR p-resultado = "N"
              OR profundidad > 50
              IF te-limite(indice-nivel) > 0 then
                 move indice-nivel to empresa-raiz
                 PERFORM TOTALIZAR-GRUPO
                 compute exposicion-total = p-exposicion + p-importe
                 IF exposicion-total > p-limite then
                    move "N" to p-resultado
                    move te-id(indice-nivel) to p-empresa
                 END-IF
              END-IF
              IF p-resultado NOT = "N" then
                 move te-padre(indice-nivel) to indice-nivel
                 add 1 to profundidad
              END-IF
           END-PERFORM.
