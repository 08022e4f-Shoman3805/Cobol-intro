       01 apellido pic x(20).
       01 desc pic x(40).
       01 numero pic 9(10).
       01 accion pic 9(3).
       01 accion-txt pic x(04).
       01 accion-len pic 9(02).
       01 opcion-ayuda pic 9(03).
       01 total-activos pic 9(5).
       01 total-contactos pic 9(5).
       COPY "totales.cpy" REPLACING ==:PREFIJO:== BY == ==.
       01 tabla-conteo.
           05 conteo-opcion OCCURS 200 TIMES PIC 9(03).
       01 indice-conteo pic 9(03).
       01 opcion-mostrar pic 9(03).
       01 operador-actual pic x(20).
       01 usuario-llamada pic x(30).
       01 rol-actual pic x(1).
       01 texto-mensaje pic x(60).
       01 texto-parte1 pic x(19).
       01 texto-parte2 pic x(4).
       01 texto-parte3 pic x(17).
       01 texto-parte4 pic x(21).
       01 texto-parte5 pic x(19).
       01 texto-op1 pic x(9).
       01 texto-op2 pic x(9).
       01 texto-error pic x(39).
              END-IF
           END-IF

           CALL 'tareashoy' USING reg-retorno
           CALL 'contratoshoy' USING reg-retorno
           CALL 'saldoshoy' USING reg-retorno
           CALL 'memoshoy' USING reg-retorno
           CALL 'buzonhoy' USING reg-retorno

           move 7 to accion
           Perform until accion = 0
           CALL "SYSTEM" USING "clear"
              move 143 to numero-mensaje
              PERFORM MOSTRAR-MENSAJE
           END-IF
           CALL 'totales' USING "L" parm-depto reg-totales
           move tot-activos to total-activos
           move tot-contactos to total-contactos
           move 7 to numero-mensaje
           PERFORM TRAER-MENSAJE
           move texto-mensaje to texto-parte1
           PERFORM TRAER-MENSAJE
           Display texto-parte1 total-activos
              texto-parte2 total-contactos texto-mensaje
           move 144 to numero-mensaje
           PERFORM TRAER-MENSAJE
           move texto-mensaje to texto-parte3
           move 145 to numero-mensaje
           PERFORM TRAER-MENSAJE
           move texto-mensaje to texto-parte4
           move 146 to numero-mensaje
           PERFORM TRAER-MENSAJE
           move texto-mensaje to texto-parte5
           Display texto-parte3 tot-tareas texto-parte4 tot-contratos
              texto-parte5 tot-vigilancia
           move 1 to numero-mensaje
           PERFORM MOSTRAR-MENSAJE
           PERFORM VARYING opcion-mostrar FROM 0 BY 1
              UNTIL opcion-mostrar > 143
              IF ROL-ADMIN OR NOT (opcion-mostrar = 3
                 OR opcion-mostrar = 8 OR opcion-mostrar = 16
                 OR opcion-mostrar = 18 OR opcion-mostrar = 19
                 OR opcion-mostrar = 56
                 OR opcion-mostrar = 84 OR opcion-mostrar = 88
                 OR opcion-mostrar = 89
                 OR opcion-mostrar = 94 OR opcion-mostrar = 95
                 OR opcion-mostrar = 100 OR opcion-mostrar = 101
                 OR opcion-mostrar = 102 OR opcion-mostrar = 103
                 OR opcion-mostrar = 106 OR opcion-mostrar = 113
                 OR opcion-mostrar = 115 OR opcion-mostrar = 117
                 OR opcion-mostrar = 118 OR opcion-mostrar = 120
                 OR opcion-mostrar = 122 OR opcion-mostrar = 123
                 OR opcion-mostrar = 124 OR opcion-mostrar = 125
                 OR opcion-mostrar = 126 OR opcion-mostrar = 128
                 OR opcion-mostrar = 129 OR opcion-mostrar = 133
                 OR opcion-mostrar = 138) then
                 IF opcion-mostrar > 57 then
                    compute numero-mensaje = opcion-mostrar + 343
                 ELSE
           PERFORM MOSTRAR-MENSAJE
           MOVE SPACES TO accion-txt
           accept accion-txt
           move 4 to accion-len
           PERFORM VARYING accion-len FROM 4 BY -1 UNTIL
              accion-len = 0 OR accion-txt(accion-len:1) NOT = SPACE
           END-PERFORM
           IF accion-txt(1:1) = "?" then
              move 999 to accion
              IF accion-len > 1 AND
                 accion-txt(2:accion-len - 1) IS NUMERIC then
                 move accion-txt(2:accion-len - 1) to opcion-ayuda
              END-IF
              accept desc
           ELSE
           IF accion-len NOT = 0 AND accion-len < 4 AND
              accion-txt(1:accion-len) IS NUMERIC then
              move accion-txt(1:accion-len) to accion
              IF accion > 143 then
                 move 999 to accion
                 move 3 to numero-mensaje
                 PERFORM MOSTRAR-MENSAJE
                 accept desc
              END-IF
           ELSE
              move 999 to accion
              move 3 to numero-mensaje
              PERFORM MOSTRAR-MENSAJE
              accept desc
              OR accion = 46 OR accion = 48 OR accion = 50
              OR accion = 52 OR accion = 56
              OR accion = 84 OR accion = 88
              OR accion = 89 OR accion = 94 OR accion = 95
              OR accion = 100 OR accion = 101 OR accion = 102
              OR accion = 103 OR accion = 106 OR accion = 113
              OR accion = 115 OR accion = 117 OR accion = 118
              OR accion = 120 OR accion = 122 OR accion = 123
              OR accion = 124 OR accion = 125 OR accion = 126
              OR accion = 128 OR accion = 129 OR accion = 133
              OR accion = 138) then
              move 4 to numero-mensaje
              PERFORM MOSTRAR-MENSAJE
              accept desc
              move 999 to accion
           END-IF

           IF accion <= 143 then
              add 1 to conteo-opcion(accion + 1)
           END-IF

           end-if

           if accion = 51 then
            CALL 'composicion' USING parm-modo parm-depto reg-retorno
           end-if

           if accion = 52 then
           end-if

           if accion = 54 then
            CALL 'sobregiro' USING parm-modo parm-depto reg-retorno
           end-if

           if accion = 55 then
           end-if

           if accion = 60 then
            CALL 'llamstats' USING parm-modo parm-depto reg-retorno
           end-if

           if accion = 61 then
            CALL 'convertir' USING reg-retorno
           end-if

           if accion = 95 then
            CALL 'producto' USING reg-retorno
           end-if

           if accion = 96 then
            CALL 'plazofijo' USING reg-retorno
           end-if

           if accion = 97 then
            CALL 'cheque' USING reg-retorno
           end-if

           if accion = 98 then
            CALL 'presupuesto' USING reg-retorno
           end-if

           if accion = 99 then
            CALL 'proyeccion' USING reg-retorno
           end-if

           if accion = 100 then
            CALL 'revalerta' USING reg-retorno
           end-if

           if accion = 101 then
            CALL 'mapamayor' USING reg-retorno
           end-if

           if accion = 102 then
            CALL 'cumplimiento' USING reg-retorno
           end-if

           if accion = 103 then
            CALL 'certificado' USING reg-retorno
           end-if

           if accion = 104 then
            CALL 'discado' USING reg-retorno
           end-if

           if accion = 105 then
            CALL 'sms' USING reg-retorno
           end-if

           if accion = 106 then
            CALL 'segmentos' USING reg-retorno
           end-if

           if accion = 107 then
            CALL 'hogar' USING reg-retorno
           end-if

           if accion = 108 then
            CALL 'evento' USING reg-retorno
           end-if

           if accion = 109 then
            CALL 'documento' USING reg-retorno
           end-if

           if accion = 110 then
            CALL 'caso' USING reg-retorno
           end-if

           if accion = 111 then
            CALL 'encuesta' USING reg-retorno
           end-if

           if accion = 112 then
            CALL 'ausencia' USING reg-retorno
           end-if

           if accion = 113 then
            CALL 'parametro' USING reg-retorno
           end-if

           if accion = 114 then
            CALL 'ficha' USING reg-retorno
           end-if

           if accion = 115 then
            CALL 'revlimite' USING parm-modo parm-depto reg-retorno
           end-if

           if accion = 116 then
            CALL 'firmantes' USING reg-retorno
           end-if

           if accion = 117 then
            CALL 'recordar' USING parm-modo parm-depto reg-retorno
           end-if

           if accion = 118 then
            CALL 'esperavence' USING parm-modo parm-depto reg-retorno
           end-if

           if accion = 119 then
            CALL 'etapas' USING reg-retorno
           end-if

           if accion = 120 then
            CALL 'embudo' USING parm-modo parm-depto reg-retorno
           end-if

           if accion = 121 then
            CALL 'oportunidad' USING reg-retorno
           end-if

           if accion = 122 then
            CALL 'pipeline' USING parm-modo parm-depto reg-retorno
           end-if

           if accion = 123 then
            CALL 'facturar' USING parm-modo parm-depto reg-retorno
           end-if

           if accion = 124 then
            CALL 'impagas' USING parm-modo parm-depto reg-retorno
           end-if

           if accion = 125 then
            CALL 'comision' USING parm-modo parm-depto reg-retorno
           end-if

           if accion = 126 then
            CALL 'segregacion' USING reg-retorno
           end-if

           if accion = 127 then
            CALL 'saldofecha' USING reg-retorno
           end-if

           if accion = 128 then
            CALL 'saldoprom' USING parm-modo parm-depto reg-retorno
           end-if

           if accion = 129 then
            CALL 'revsanc' USING reg-retorno
           end-if

           if accion = 130 then
            CALL 'memo' USING reg-retorno
           end-if

           if accion = 131 then
            CALL 'arbol' USING reg-retorno
           end-if

           if accion = 132 then
            CALL 'etiquetas' USING reg-retorno
           end-if

           if accion = 133 then
            CALL 'exposgrp' USING parm-modo parm-depto reg-retorno
           end-if

           if accion = 134 then
            CALL 'solicitud' USING reg-retorno
           end-if

           if accion = 135 then
            CALL 'garantia' USING reg-retorno
           end-if

           if accion = 136 then
            CALL 'fallecido' USING reg-retorno
           end-if

           if accion = 137 then
            CALL 'suscribir' USING reg-retorno
           end-if

           if accion = 138 then
            CALL 'atribucion' USING reg-retorno
           end-if

           if accion = 139 then
            CALL 'transext' USING reg-retorno
           end-if

           if accion = 140 then
            CALL 'haberes' USING reg-retorno
           end-if

           if accion = 141 then
            CALL 'entes' USING reg-retorno
           end-if

           if accion = 142 then
            CALL 'pagoserv' USING reg-retorno
           end-if

           if accion = 143 then
            CALL 'credencial' USING reg-retorno
           end-if

           IF RET-ERROR then
              move 5 to numero-mensaje
              PERFORM TRAER-MENSAJE
           PERFORM TRAER-MENSAJE
           move texto-mensaje to texto-op2
           PERFORM VARYING indice-conteo FROM 1 BY 1
              UNTIL indice-conteo > 200
              IF conteo-opcion(indice-conteo) > 0 then
                 compute opcion-mostrar = indice-conteo - 1
                 display texto-op1 opcion-mostrar ": "
