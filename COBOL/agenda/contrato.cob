           RECORD KEY IS e-id
           FILE STATUS IS empresas-status.

           SELECT CICLOSFAC ASSIGN TO "contratos_ciclo.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cf-clave
           FILE STATUS IS ciclos-status.

           SELECT FACTURAS ASSIGN TO "facturas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fa-numero
           FILE STATUS IS facturas-status.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

           05 e-cuit pic x(13).
           05 e-telefono pic 9(10).

       FD  CICLOSFAC.
       COPY "ciclofac.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  FACTURAS.
       COPY "factura.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 contratos-status pic x(2).
       01 empresas-status pic x(2).
       01 ciclos-status pic x(2).
       01 facturas-status pic x(2).
       01 status-cuentas pic x(2).
       01 sesion-status pic x(2).
       01 operador-actual pic x(20).
       01 contrato-pedido pic 9(02).
       01 contrato-hallado pic x(1).
       01 ciclo-hallado pic x(1).
       01 ciclo-pedido pic x(1).
       01 meses-ciclo pic 9(02).
       01 meses-contrato pic 9(04).
       01 periodos-contrato pic 9(04).
       01 anio-ini pic 9(04).
       01 mes-ini pic 9(02).
       01 dia-ini pic 9(02).
       01 anio-fin pic 9(04).
       01 mes-fin pic 9(02).
       01 dia-fin pic 9(02).
       01 importe-sugerido pic 9(08).
       01 importe-pedido pic 9(08).
       01 cuenta-pedida pic 9(05).
       01 cuenta-valida pic x(1).
       01 factura-pedida pic 9(08).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-contr pic x(1).
       01 empresa-pedida pic x(10).
       01 dias-restan pic s9(7).
       01 fec-valida pic x(1).
       01 importe-edit pic z(7)9.
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.

       LINKAGE SECTION.
       COPY "retorno.cpy".

           ACCEPT hoy FROM DATE YYYYMMDD

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

           DISPLAY "A- Alta de contrato de proveedor"
           DISPLAY "L- Listar contratos de una empresa"
           DISPLAY "V- Contratos que vencen en 60 dias"
           DISPLAY "C- Ciclo de facturacion de un contrato"
           DISPLAY "F- Emitir las facturas del periodo"
           DISPLAY "P- Registrar el cobro de una factura"
           DISPLAY "I- Facturas impagas por antiguedad"
           ACCEPT opcion-contr
           INSPECT opcion-contr CONVERTING "alvcfpi" TO "ALVCFPI"

           IF opcion-contr = "A" then
              PERFORM ALTA-CONTRATO
           ELSE
           IF opcion-contr = "V" then
              PERFORM VENCIMIENTOS
           ELSE
           IF opcion-contr = "C" then
              PERFORM CICLO-CONTRATO
           ELSE
           IF opcion-contr = "F" then
              CALL 'facturar' USING parm-modo parm-depto reg-retorno
           ELSE
           IF opcion-contr = "P" then
              PERFORM COBRAR-FACTURA
           ELSE
           IF opcion-contr = "I" then
              CALL 'impagas' USING parm-modo parm-depto reg-retorno
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           CALL 'totales' USING "C" tot-depto reg-totales

           EXIT PROGRAM.

       ALTA-CONTRATO.
                    WRITE reg-contrato
                    DISPLAY "Contrato " co-seq " registrado para "
                       co-empresa
                    PERFORM PEDIR-CICLO
                 END-IF
              END-IF
              CLOSE CONTRATOS
              END-IF
              CLOSE CONTRATOS
           END-IF.

       CICLO-CONTRATO.
           DISPLAY "Codigo de empresa"
           MOVE SPACES TO empresa-pedida
           ACCEPT empresa-pedida
           DISPLAY "Numero de contrato"
           move 0 to contrato-pedido
           ACCEPT contrato-pedido
           move "N" to contrato-hallado
           OPEN  input CONTRATOS
           IF contratos-status = "00" then
              move empresa-pedida to co-empresa
              move contrato-pedido to co-seq
              READ CONTRATOS KEY IS co-clave
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "S" to contrato-hallado
              END-READ
              CLOSE CONTRATOS
           END-IF
           IF contrato-hallado NOT = "S" then
              DISPLAY "Ese contrato no existe."
           ELSE
              move co-importe to importe-edit
              DISPLAY co-empresa " nro " co-seq " del " co-inicio
                 " al " co-fin " importe " importe-edit
              PERFORM PEDIR-CICLO
           END-IF.

       PEDIR-CICLO.
           OPEN  i-o CICLOSFAC
           IF ciclos-status = "35" then
              OPEN  output CICLOSFAC
              CLOSE CICLOSFAC
              OPEN  i-o CICLOSFAC
           END-IF
           move "N" to ciclo-hallado
           move co-empresa to cf-empresa
           move co-seq to cf-seq
           READ CICLOSFAC KEY IS cf-clave
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              move "S" to ciclo-hallado
              move cf-importe to importe-edit
              DISPLAY "Ciclo actual: " cf-ciclo " importe "
                 importe-edit " cuenta " cf-cuenta
                 " facturado hasta " cf-hasta
           END-READ
           DISPLAY "Ciclo de facturacion (M- mensual, T- trimestral,"
              " A- anual, blanco = no facturar)"
           MOVE SPACES TO ciclo-pedido
           ACCEPT ciclo-pedido
           INSPECT ciclo-pedido CONVERTING "mta" TO "MTA"
           IF ciclo-pedido = SPACE then
              IF ciclo-hallado = "S" then
                 DELETE CICLOSFAC RECORD
                 DISPLAY "El contrato ya no se factura por ciclo."
              END-IF
           ELSE
           IF ciclo-pedido NOT = "M" AND ciclo-pedido NOT = "T" AND
              ciclo-pedido NOT = "A" then
              DISPLAY "Ciclo invalido, no se modifico."
           ELSE
              PERFORM SUGERIR-IMPORTE
              DISPLAY "Importe por factura (blanco = "
                 importe-sugerido ")"
              move 0 to importe-pedido
              ACCEPT importe-pedido
              IF importe-pedido = 0 then
                 move importe-sugerido to importe-pedido
              END-IF
              DISPLAY "Cuenta vinculada para debitar las facturas "
                 "(blanco = ninguna)"
              move 0 to cuenta-pedida
              ACCEPT cuenta-pedida
              PERFORM VALIDAR-CUENTA
              IF cuenta-valida NOT = "S" then
                 DISPLAY "Esa cuenta no existe o esta cerrada, "
                    "ciclo no guardado."
              ELSE
                 move ciclo-pedido to cf-ciclo
                 move importe-pedido to cf-importe
                 move cuenta-pedida to cf-cuenta
                 move hoy to cf-alta
                 move operador-actual to cf-operador
                 IF ciclo-hallado = "S" then
                    REWRITE reg-ciclo-fac
                 ELSE
                    move 0 to cf-hasta
                    WRITE reg-ciclo-fac
                 END-IF
                 DISPLAY "Ciclo de facturacion guardado."
                 move "FACT-CICLO" to aud-accion
                 MOVE SPACES TO aud-usuario
                 STRING co-empresa DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    co-seq DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    cf-ciclo DELIMITED BY SIZE
                    INTO aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
              END-IF
           END-IF
           END-IF
           CLOSE CICLOSFAC.

       SUGERIR-IMPORTE.
           IF ciclo-pedido = "M" then
              move 1 to meses-ciclo
           ELSE
           IF ciclo-pedido = "T" then
              move 3 to meses-ciclo
           ELSE
              move 12 to meses-ciclo
           END-IF
           END-IF
           move co-inicio(1:4) to anio-ini
           move co-inicio(5:2) to mes-ini
           move co-inicio(7:2) to dia-ini
           move co-fin(1:4) to anio-fin
           move co-fin(5:2) to mes-fin
           move co-fin(7:2) to dia-fin
           compute meses-contrato =
              (anio-fin - anio-ini) * 12 + mes-fin - mes-ini
           IF dia-fin >= dia-ini then
              add 1 to meses-contrato
           END-IF
           IF meses-contrato = 0 then
              move 1 to meses-contrato
           END-IF
           compute periodos-contrato =
              (meses-contrato + meses-ciclo - 1) / meses-ciclo
           IF periodos-contrato = 0 then
              move 1 to periodos-contrato
           END-IF
           compute importe-sugerido ROUNDED =
              co-importe / periodos-contrato.

       VALIDAR-CUENTA.
           move "S" to cuenta-valida
           IF cuenta-pedida NOT = 0 then
              move "N" to cuenta-valida
              OPEN  input CUENTAS
              IF status-cuentas = "00" then
                 move cuenta-pedida to cta-id
                 READ CUENTAS KEY IS cta-id
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF cta-estado NOT = "C" then
                       move "S" to cuenta-valida
                       DISPLAY "Titular: " cta-titular
                    END-IF
                 END-READ
                 CLOSE CUENTAS
              END-IF
           END-IF.

       COBRAR-FACTURA.
           DISPLAY "Numero de factura"
           move 0 to factura-pedida
           ACCEPT factura-pedida
           OPEN  i-o FACTURAS
           IF facturas-status NOT = "00" then
              DISPLAY "No hay facturas emitidas todavia."
           ELSE
              move factura-pedida to fa-numero
              READ FACTURAS KEY IS fa-numero
              INVALID KEY
                 DISPLAY "Esa factura no existe."
              NOT INVALID KEY
                 move fa-importe to importe-edit
                 DISPLAY fa-empresa " contrato " fa-seq " del "
                    fa-desde " al " fa-hasta " importe "
                    importe-edit
                 IF NOT fa-impaga then
                    DISPLAY "La factura ya fue cobrada el " fa-cobro
                 ELSE
                    move "C" to fa-estado
                    move hoy to fa-cobro
                    REWRITE reg-factura
                    DISPLAY "Cobro registrado."
                    move "FACT-COBRO" to aud-accion
                    MOVE SPACES TO aud-usuario
                    STRING "factura " DELIMITED BY SIZE
                       fa-numero DELIMITED BY SIZE
                       INTO aud-usuario
                    CALL 'auditar' USING aud-accion aud-usuario
                 END-IF
              END-READ
              CLOSE FACTURAS
           END-IF.
