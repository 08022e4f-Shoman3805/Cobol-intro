       01  :PREFIJO:reg-caso.
           05 :PREFIJO:cs-id pic 9(06).
           05 :PREFIJO:cs-usuario pic x(30).
           05 :PREFIJO:cs-categoria pic x(10).
           05 :PREFIJO:cs-canal pic x(01).
           05 :PREFIJO:cs-apertura pic 9(08).
           05 :PREFIJO:cs-operador pic x(20).
           05 :PREFIJO:cs-estado pic x(01).
              88 :PREFIJO:cs-pendiente VALUE "A" "P" "E".
           05 :PREFIJO:cs-objetivo pic 9(08).
           05 :PREFIJO:cs-resuelto pic 9(08).
           05 :PREFIJO:cs-cierre pic 9(08).
           05 :PREFIJO:cs-descripcion pic x(60).
