           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

           SELECT PARAMETROS ASSIGN TO "parametros.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pa-clave
           FILE STATUS IS PAR-STATUS.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.
       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PARAMETROS.
       COPY "parametro.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       01 alguno pic x(1).
       01 saldo-edit pic -(6)9.
       01 umbral-edit pic -(6)9.
       01 hoy pic 9(08).
       01 hay-minimo pic x(1).
       01 umbral-minimo pic s9(06).
       01 minimo-vigencia pic 9(08).
       01 tope-cuentas pic 9(05).
       01 tope-vigencia pic 9(08).
       01 cant-vigiladas pic 9(05).
       01 ya-vigilada pic x(1).
       01 tope-edit pic z(4)9.
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.
       COPY "param.cpy".

       LINKAGE SECTION.
       COPY "retorno.cpy".
           move "O" to ret-estado
           move SPACES to ret-motivo

           ACCEPT hoy FROM DATE YYYYMMDD
           PERFORM CARGAR-LIMITES

           MOVE SPACES TO operador-actual
           OPEN  input SESION
           IF sesion-status = "00" then

           accept FIN-ARCHIVO

           CALL 'totales' USING "V" tot-depto reg-totales

           EXIT PROGRAM.

       CARGAR-LIMITES.
           move hoy to PAR-FECHA
           move "VIG-UMB-MIN" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           move PAR-HALLADO to hay-minimo
           move PAR-VALOR to umbral-minimo
           move PAR-VIGENCIA to minimo-vigencia
           move "VIG-MAX-CTAS" to PAR-CODIGO
           PERFORM LEER-PARAMETRO
           IF PAR-HALLADO = "S" AND PAR-VALOR > 0 then
              move PAR-VALOR to tope-cuentas
              move PAR-VIGENCIA to tope-vigencia
           ELSE
              move 0 to tope-cuentas
              move 0 to tope-vigencia
           END-IF.

       MOSTRAR-LIMITES.
           IF hay-minimo = "S" then
              move umbral-minimo to umbral-edit
              DISPLAY "Umbral minimo (VIG-UMB-MIN): " umbral-edit
                 " vigente desde " minimo-vigencia
           ELSE
              DISPLAY "Umbral minimo (VIG-UMB-MIN): sin limite"
           END-IF
           IF tope-cuentas > 0 then
              move tope-cuentas to tope-edit
              DISPLAY "Tope de cuentas (VIG-MAX-CTAS): " tope-edit
                 " vigente desde " tope-vigencia
           ELSE
              DISPLAY "Tope de cuentas (VIG-MAX-CTAS): sin limite"
           END-IF.

       CONTAR-VIGILADAS.
           move 0 to cant-vigiladas
           move "N" to ya-vigilada
           OPEN  input VIGILANCIA
           IF vigilancia-status = "00" then
              move "N" to FIN-ARCHIVO
              move operador-actual to vg-operador
              move 0 to vg-cta
              START VIGILANCIA KEY IS >= vg-clave
                 INVALID KEY
                    MOVE "S" TO FIN-ARCHIVO
              END-START
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ VIGILANCIA NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF vg-operador NOT = operador-actual then
                    MOVE "S" TO FIN-ARCHIVO
                 ELSE
                    add 1 to cant-vigiladas
                    IF vg-cta = cuenta-pedida then
                       move "S" to ya-vigilada
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE VIGILANCIA
           END-IF
           move "N" to FIN-ARCHIVO.

       AGREGAR-VIGILADA.
           PERFORM MOSTRAR-LIMITES
           DISPLAY "Numero de cuenta a vigilar"
           move 0 to cuenta-pedida
           ACCEPT cuenta-pedida
              END-READ
              CLOSE CUENTAS
           END-IF
           PERFORM CONTAR-VIGILADAS
           IF cuenta-valida NOT = "S" then
              DISPLAY "Esa cuenta no existe."
           ELSE
           IF tope-cuentas > 0 AND ya-vigilada NOT = "S" AND
              cant-vigiladas >= tope-cuentas then
              DISPLAY "Ya vigila " cant-vigiladas " cuenta(s), el "
                 "tope vigente; quite una antes de agregar otra."
           ELSE
              DISPLAY "Avisar cuando el saldo baje de (puede ser "
                 "negativo)"
              move 0 to umbral-pedido
              ACCEPT umbral-pedido
              PERFORM GRABAR-VIGILADA
           END-IF
           END-IF.

       GRABAR-VIGILADA.
           IF hay-minimo = "S" AND umbral-pedido < umbral-minimo then
              move umbral-minimo to umbral-edit
              DISPLAY "El umbral no puede ser menor que " umbral-edit
           ELSE
              OPEN  i-o VIGILANCIA
              IF vigilancia-status = "35" then
                 OPEN  output VIGILANCIA
           IF vigilancia-status NOT = "00" then
              DISPLAY "No hay lista de vigilancia todavia."
           ELSE
              PERFORM MOSTRAR-LIMITES
              OPEN  input CUENTAS
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              END-IF
              CLOSE VIGILANCIA
           END-IF.

       COPY "parampr.cpy".
