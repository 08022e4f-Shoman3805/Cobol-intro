       01  :PREFIJO:reg-pagoserv.
           05 :PREFIJO:ps-id pic 9(06).
           05 :PREFIJO:ps-ente pic x(06).
           05 :PREFIJO:ps-cta pic 9(05).
           05 :PREFIJO:ps-referencia pic x(20).
           05 :PREFIJO:ps-importe pic 9(06).
           05 :PREFIJO:ps-fecha pic 9(08).
           05 :PREFIJO:ps-hora pic 9(08).
           05 :PREFIJO:ps-operador pic x(20).
           05 :PREFIJO:ps-estado pic x(01).
              88 :PREFIJO:ps-pagado VALUE "P".
              88 :PREFIJO:ps-liquidado VALUE "L".
           05 :PREFIJO:ps-fecha-liq pic 9(08).
