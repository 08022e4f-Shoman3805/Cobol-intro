       01  :PREFIJO:reg-evento.
           05 :PREFIJO:ev-id pic 9(05).
           05 :PREFIJO:ev-nombre pic x(30).
           05 :PREFIJO:ev-fecha pic 9(08).
           05 :PREFIJO:ev-hini pic 9(04).
           05 :PREFIJO:ev-hfin pic 9(04).
           05 :PREFIJO:ev-sala pic x(10).
           05 :PREFIJO:ev-cupo pic 9(04).
           05 :PREFIJO:ev-cierre pic 9(08).
           05 :PREFIJO:ev-alta pic 9(08).
           05 :PREFIJO:ev-operador pic x(20).
