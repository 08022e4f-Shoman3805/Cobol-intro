       01  :PREFIJO:reg-reportado.
           05 :PREFIJO:rr-clave.
              10 :PREFIJO:rr-titular pic x(30).
              10 :PREFIJO:rr-periodo pic 9(06).
           05 :PREFIJO:rr-tipo pic x(01).
           05 :PREFIJO:rr-total pic 9(12)v99.
           05 :PREFIJO:rr-maximo pic 9(12)v99.
           05 :PREFIJO:rr-operaciones pic 9(06).
           05 :PREFIJO:rr-version pic 9(02).
           05 :PREFIJO:rr-lote pic 9(06).
           05 :PREFIJO:rr-fecha pic 9(08).
