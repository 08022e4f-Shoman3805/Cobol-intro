       01  :PREFIJO:reg-sancion.
           05 :PREFIJO:sa-id pic x(10).
           05 :PREFIJO:sa-apellido pic x(30).
           05 :PREFIJO:sa-nombre pic x(30).
           05 :PREFIJO:sa-documento pic x(15).
           05 :PREFIJO:sa-lista pic x(10).
           05 :PREFIJO:sa-norm pic x(60).
           05 :PREFIJO:sa-carga pic 9(08).
