       01  :PREFIJO:reg-retencion.
           05 :PREFIJO:rs-clave.
              10 :PREFIJO:rs-usuario pic x(30).
              10 :PREFIJO:rs-lista-id pic x(10).
           05 :PREFIJO:rs-fecha pic 9(08).
           05 :PREFIJO:rs-origen pic x(10).
           05 :PREFIJO:rs-listado pic x(40).
           05 :PREFIJO:rs-lista pic x(10).
           05 :PREFIJO:rs-estado pic x(01).
              88 :PREFIJO:rs-pendiente VALUE "P".
              88 :PREFIJO:rs-confirmada VALUE "C".
              88 :PREFIJO:rs-descartada VALUE "D".
           05 :PREFIJO:rs-operador pic x(20).
           05 :PREFIJO:rs-revisor pic x(20).
           05 :PREFIJO:rs-fecha-rev pic 9(08).
           05 :PREFIJO:rs-comentario pic x(40).
