       01  :PREFIJO:reg-ciclo-fac.
           05 :PREFIJO:cf-clave.
              10 :PREFIJO:cf-empresa pic x(10).
              10 :PREFIJO:cf-seq pic 9(02).
           05 :PREFIJO:cf-ciclo pic x(01).
           05 :PREFIJO:cf-importe pic 9(08).
           05 :PREFIJO:cf-cuenta pic 9(05).
           05 :PREFIJO:cf-hasta pic 9(08).
           05 :PREFIJO:cf-alta pic 9(08).
           05 :PREFIJO:cf-operador pic x(20).
