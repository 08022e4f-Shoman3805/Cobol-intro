       01  :PREFIJO:reg-cartera-hist.
           05 :PREFIJO:hd-clave.
              10 :PREFIJO:hd-usuario pic x(30).
              10 :PREFIJO:hd-fecha pic 9(08).
              10 :PREFIJO:hd-hora pic 9(08).
           05 :PREFIJO:hd-anterior pic x(20).
           05 :PREFIJO:hd-duenio pic x(20).
           05 :PREFIJO:hd-origen pic x(01).
           05 :PREFIJO:hd-operador pic x(20).
