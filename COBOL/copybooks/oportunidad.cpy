       01  :PREFIJO:reg-oportunidad.
           05 :PREFIJO:op-id pic 9(06).
           05 :PREFIJO:op-empresa pic x(10).
           05 :PREFIJO:op-usuario pic x(30).
           05 :PREFIJO:op-titulo pic x(30).
           05 :PREFIJO:op-importe pic 9(08).
           05 :PREFIJO:op-cierre pic 9(08).
           05 :PREFIJO:op-etapa pic x(01).
              88 :PREFIJO:op-abierta VALUE "1" "2" "3" "4".
           05 :PREFIJO:op-prob pic 9(03).
           05 :PREFIJO:op-duenio pic x(20).
           05 :PREFIJO:op-alta pic 9(08).
           05 :PREFIJO:op-cambio pic 9(08).
           05 :PREFIJO:op-operador pic x(20).
           05 :PREFIJO:op-contrato pic 9(02).
