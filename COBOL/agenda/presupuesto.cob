       IDENTIFICATION DIVISION.
       PROGRAM-ID. presupuesto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRESUPUESTOS ASSIGN TO "presupuestos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ps-clave
           FILE STATUS IS presupuestos-status.

           SELECT CATEGMOV ASSIGN TO "categmov.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cm-codigo
           FILE STATUS IS categmov-status.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

       DATA DIVISION.
       FILE SECTION.

       FD  PRESUPUESTOS.
       COPY "presupuesto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CATEGMOV.
       01  reg-categmov.
           05 cm-codigo pic x(04).
           05 cm-descripcion pic x(30).

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 presupuestos-status pic x(2).
       01 categmov-status pic x(2).
       01 status-cuentas pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 opcion-pres pic x(1).
       01 alguno pic x(1).
       01 cuenta-pedida pic 9(05).
       01 cuenta-valida pic x(1).
       01 categoria-pedida pic x(04).
       01 categoria-valida pic x(1).
       01 periodo-pedido pic 9(06).
       01 periodo-origen pic 9(06).
       01 periodo-destino pic 9(06).
       01 importe-pedido pic 9(08).
       01 cant-copiados pic 9(04).
       01 cant-existentes pic 9(04).
       01 guarda-presupuesto pic x(23).
       01 parm-modo pic x(1) value "I".
       01 parm-depto pic x(10) value SPACES.

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           DISPLAY "Presupuesto mensual por categoria de movimiento"
           DISPLAY "M- Cargar o cambiar un presupuesto"
           DISPLAY "C- Copiar los presupuestos de un mes al siguiente"
           DISPLAY "L- Listar los presupuestos de una cuenta"
           DISPLAY "R- Reporte de variacion del mes"
           ACCEPT opcion-pres
           INSPECT opcion-pres CONVERTING "mclr" TO "MCLR"

           IF opcion-pres = "M" then
              PERFORM CARGAR-PRESUPUESTO
           ELSE
           IF opcion-pres = "C" then
              PERFORM COPIAR-PRESUPUESTOS
           ELSE
           IF opcion-pres = "L" then
              PERFORM LISTAR-PRESUPUESTOS
           ELSE
           IF opcion-pres = "R" then
              CALL 'variacion' USING parm-modo parm-depto reg-retorno
           ELSE
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       CARGAR-PRESUPUESTO.
           DISPLAY "Numero de cuenta"
           move 0 to cuenta-pedida
           ACCEPT cuenta-pedida
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
                 END-IF
              END-READ
              CLOSE CUENTAS
           END-IF
           IF cuenta-valida NOT = "S" then
              DISPLAY "Esa cuenta no existe o esta cerrada."
           ELSE
              DISPLAY "Periodo (AAAAMM)"
              move 0 to periodo-pedido
              ACCEPT periodo-pedido
              PERFORM PEDIR-CATEGORIA
              DISPLAY "Importe presupuestado para el mes"
              move 0 to importe-pedido
              ACCEPT importe-pedido
              IF periodo-pedido(5:2) < "01" OR
                 periodo-pedido(5:2) > "12" then
                 DISPLAY "Periodo invalido, presupuesto no guardado."
              ELSE
                 OPEN  i-o PRESUPUESTOS
                 IF presupuestos-status = "35" then
                    OPEN  output PRESUPUESTOS
                    CLOSE PRESUPUESTOS
                    OPEN  i-o PRESUPUESTOS
                 END-IF
                 move cuenta-pedida to ps-cta
                 move categoria-pedida to ps-categoria
                 move periodo-pedido to ps-periodo
                 move importe-pedido to ps-importe
                 WRITE reg-presupuesto
                    INVALID KEY
                       REWRITE reg-presupuesto
                       DISPLAY "Presupuesto actualizado."
                    NOT INVALID KEY
                       DISPLAY "Presupuesto cargado."
                 END-WRITE
                 CLOSE PRESUPUESTOS
              END-IF
           END-IF.

       PEDIR-CATEGORIA.
           move "N" to categoria-valida
           PERFORM UNTIL categoria-valida = "S"
              DISPLAY "Categoria del movimiento (de categmov.txt)"
              MOVE SPACES TO categoria-pedida
              ACCEPT categoria-pedida
              INSPECT categoria-pedida CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              OPEN  input CATEGMOV
              IF categmov-status NOT = "00" then
                 move "S" to categoria-valida
              ELSE
                 move categoria-pedida to cm-codigo
                 READ CATEGMOV KEY IS cm-codigo
                 INVALID KEY
                    DISPLAY "Esa categoria no existe en el "
                       "catalogo."
                 NOT INVALID KEY
                    move "S" to categoria-valida
                 END-READ
                 CLOSE CATEGMOV
              END-IF
           END-PERFORM.

       COPIAR-PRESUPUESTOS.
           OPEN  i-o PRESUPUESTOS
           IF presupuestos-status NOT = "00" then
              DISPLAY "No hay presupuestos cargados todavia."
           ELSE
              DISPLAY "Periodo a copiar (AAAAMM)"
              move 0 to periodo-origen
              ACCEPT periodo-origen
              DISPLAY "Periodo destino (AAAAMM)"
              move 0 to periodo-destino
              ACCEPT periodo-destino
              DISPLAY "Numero de cuenta (0 = todas)"
              move 0 to cuenta-pedida
              ACCEPT cuenta-pedida
              move 0 to cant-copiados
              move 0 to cant-existentes
              IF periodo-destino <= periodo-origen then
                 DISPLAY "El periodo destino debe ser posterior."
              ELSE
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ PRESUPUESTOS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF ps-periodo = periodo-origen AND
                       (cuenta-pedida = 0 OR
                        ps-cta = cuenta-pedida) then
                       PERFORM COPIAR-UNO
                    END-IF
                 END-READ
                 END-PERFORM
                 DISPLAY cant-copiados " presupuesto(s) copiados a "
                    periodo-destino ", " cant-existentes
                    " ya existian."
              END-IF
              CLOSE PRESUPUESTOS
           END-IF
           move "N" to FIN-ARCHIVO.

       COPIAR-UNO.
           move reg-presupuesto to guarda-presupuesto
           move periodo-destino to ps-periodo
           WRITE reg-presupuesto
              INVALID KEY
                 add 1 to cant-existentes
              NOT INVALID KEY
                 add 1 to cant-copiados
           END-WRITE
           move guarda-presupuesto to reg-presupuesto
           START PRESUPUESTOS KEY IS > ps-clave
              INVALID KEY
                 MOVE "S" TO FIN-ARCHIVO
           END-START.

       LISTAR-PRESUPUESTOS.
           OPEN  input PRESUPUESTOS
           IF presupuestos-status NOT = "00" then
              DISPLAY "No hay presupuestos cargados todavia."
           ELSE
              DISPLAY "Numero de cuenta"
              move 0 to cuenta-pedida
              ACCEPT cuenta-pedida
              DISPLAY "Periodo (AAAAMM, 0 = todos)"
              move 0 to periodo-pedido
              ACCEPT periodo-pedido
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              move cuenta-pedida to ps-cta
              MOVE LOW-VALUES TO ps-categoria
              move 0 to ps-periodo
              START PRESUPUESTOS KEY IS >= ps-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PRESUPUESTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF ps-cta NOT = cuenta-pedida then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                 IF periodo-pedido = 0 OR
                    ps-periodo = periodo-pedido then
                    move "S" to alguno
                    DISPLAY ps-periodo " " ps-categoria " "
                       ps-importe
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              IF alguno = "N" then
                 DISPLAY "No hay presupuestos para esa cuenta."
              END-IF
              CLOSE PRESUPUESTOS
           END-IF
           move "N" to FIN-ARCHIVO.
