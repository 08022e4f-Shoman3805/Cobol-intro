       01  :PREFIJO:reg-alerta.
           05 :PREFIJO:al-clave.
              10 :PREFIJO:al-cta pic 9(05).
              10 :PREFIJO:al-fecha pic 9(08).
              10 :PREFIJO:al-seq pic 9(04).
              10 :PREFIJO:al-regla pic x(04).
           05 :PREFIJO:al-tipo pic x(01).
           05 :PREFIJO:al-importe pic 9(06).
           05 :PREFIJO:al-operador pic x(20).
           05 :PREFIJO:al-hora pic 9(08).
           05 :PREFIJO:al-detalle pic x(40).
           05 :PREFIJO:al-estado pic x(01).
           05 :PREFIJO:al-revisor pic x(20).
           05 :PREFIJO:al-fecha-rev pic 9(08).
           05 :PREFIJO:al-comentario pic x(40).
