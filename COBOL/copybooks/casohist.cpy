       01  :PREFIJO:reg-caso-hist.
           05 :PREFIJO:ch-clave.
              10 :PREFIJO:ch-caso pic 9(06).
              10 :PREFIJO:ch-seq pic 9(03).
           05 :PREFIJO:ch-fecha pic 9(08).
           05 :PREFIJO:ch-hora pic 9(04).
           05 :PREFIJO:ch-estado-ant pic x(01).
           05 :PREFIJO:ch-estado pic x(01).
           05 :PREFIJO:ch-operador pic x(20).
           05 :PREFIJO:ch-asignado pic x(20).
           05 :PREFIJO:ch-nota pic x(40).
