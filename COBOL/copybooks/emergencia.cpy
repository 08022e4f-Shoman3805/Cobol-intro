       01  :PREFIJO:reg-emergencia.
           05 :PREFIJO:em-id pic 9(08).
           05 :PREFIJO:em-fecha pic 9(08).
           05 :PREFIJO:em-hora pic 9(08).
           05 :PREFIJO:em-descripcion pic x(40).
           05 :PREFIJO:em-guardia pic x(30).
           05 :PREFIJO:em-estado pic x(01).
              88 :PREFIJO:em-activa VALUE "A".
              88 :PREFIJO:em-cerrada VALUE "C".
           05 :PREFIJO:em-operador pic x(20).
           05 :PREFIJO:em-ramas pic 9(02).
           05 :PREFIJO:em-espera pic 9(04).
           05 :PREFIJO:em-cierre pic 9(08).
