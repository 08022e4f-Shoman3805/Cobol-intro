       01  :PREFIJO:reg-etapa.
           05 :PREFIJO:et-usuario pic x(30).
           05 :PREFIJO:et-etapa pic x(01).
           05 :PREFIJO:et-desde pic 9(08).
           05 :PREFIJO:et-alta pic 9(08).
           05 :PREFIJO:et-operador pic x(20).
