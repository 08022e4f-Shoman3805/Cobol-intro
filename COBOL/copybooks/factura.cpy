       01  :PREFIJO:reg-factura.
           05 :PREFIJO:fa-numero pic 9(08).
           05 :PREFIJO:fa-empresa pic x(10).
           05 :PREFIJO:fa-seq pic 9(02).
           05 :PREFIJO:fa-desde pic 9(08).
           05 :PREFIJO:fa-hasta pic 9(08).
           05 :PREFIJO:fa-emision pic 9(08).
           05 :PREFIJO:fa-vence pic 9(08).
           05 :PREFIJO:fa-importe pic 9(08).
           05 :PREFIJO:fa-estado pic x(01).
              88 :PREFIJO:fa-impaga VALUE "P".
           05 :PREFIJO:fa-cobro pic 9(08).
           05 :PREFIJO:fa-cuenta pic 9(05).
           05 :PREFIJO:fa-operador pic x(20).
