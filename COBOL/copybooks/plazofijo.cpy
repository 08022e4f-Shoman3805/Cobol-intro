       01  :PREFIJO:reg-plazofijo.
           05 :PREFIJO:pf-id pic 9(04).
           05 :PREFIJO:pf-cta pic 9(05).
           05 :PREFIJO:pf-capital pic 9(06).
           05 :PREFIJO:pf-tasa pic 9(04).
           05 :PREFIJO:pf-inicio pic 9(08).
           05 :PREFIJO:pf-plazo pic 9(03).
           05 :PREFIJO:pf-vence pic 9(08).
           05 :PREFIJO:pf-renovacion pic x(01).
           05 :PREFIJO:pf-estado pic x(01).
           05 :PREFIJO:pf-renovaciones pic 9(02).
