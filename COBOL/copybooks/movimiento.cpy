       01  :PREFIJO:reg-movimiento.
           05 :PREFIJO:mv-clave.
              10 :PREFIJO:mv-cta pic 9(05).
              10 :PREFIJO:mv-fecha pic 9(08).
              10 :PREFIJO:mv-seq pic 9(04).
           05 :PREFIJO:mv-tipo pic x(01).
           05 :PREFIJO:mv-importe pic 9(06).
           05 :PREFIJO:mv-referencia pic x(20).
           05 :PREFIJO:mv-estado pic x(01).
           05 :PREFIJO:mv-categoria pic x(04).
           05 :PREFIJO:mv-operador pic x(20).
           05 :PREFIJO:mv-hora pic 9(08).
