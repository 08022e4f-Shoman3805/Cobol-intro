       01  :PREFIJO:reg-ausencia.
           05 :PREFIJO:au-clave.
              10 :PREFIJO:au-operador pic x(20).
              10 :PREFIJO:au-desde pic 9(08).
           05 :PREFIJO:au-hasta pic 9(08).
           05 :PREFIJO:au-tipo pic x(01).
           05 :PREFIJO:au-delegado pic x(20).
           05 :PREFIJO:au-estado pic x(01).
           05 :PREFIJO:au-alta pic 9(08).
           05 :PREFIJO:au-registro pic x(20).
