       01  :PREFIJO:reg-documento.
           05 :PREFIJO:doc-usuario pic x(30).
           05 :PREFIJO:doc-tipo pic x(10).
           05 :PREFIJO:doc-numero pic x(20).
           05 :PREFIJO:doc-pais pic x(03).
           05 :PREFIJO:doc-vence pic 9(08).
           05 :PREFIJO:doc-caja pic x(10).
           05 :PREFIJO:doc-alta pic 9(08).
           05 :PREFIJO:doc-operador pic x(20).
