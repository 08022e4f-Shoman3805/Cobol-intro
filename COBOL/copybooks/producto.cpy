       01  :PREFIJO:reg-producto.
           05 :PREFIJO:pr-codigo pic x(04).
           05 :PREFIJO:pr-descripcion pic x(30).
           05 :PREFIJO:pr-moneda pic x(03).
           05 :PREFIJO:pr-limite-def pic 9(06).
           05 :PREFIJO:pr-limite-max pic 9(06).
           05 :PREFIJO:pr-comision pic 9(06).
           05 :PREFIJO:pr-tasa pic 9(04).
           05 :PREFIJO:pr-estado pic x(01).
