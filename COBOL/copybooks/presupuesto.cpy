       01  :PREFIJO:reg-presupuesto.
           05 :PREFIJO:ps-clave.
              10 :PREFIJO:ps-cta pic 9(05).
              10 :PREFIJO:ps-categoria pic x(04).
              10 :PREFIJO:ps-periodo pic 9(06).
           05 :PREFIJO:ps-importe pic 9(08).
