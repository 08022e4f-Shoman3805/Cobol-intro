       01  :PREFIJO:reg-recordatorio.
           05 :PREFIJO:rc-clave.
              10 :PREFIJO:rc-fecha pic 9(08).
              10 :PREFIJO:rc-hini pic 9(04).
              10 :PREFIJO:rc-usuario pic x(30).
              10 :PREFIJO:rc-persona pic x(30).
           05 :PREFIJO:rc-operador pic x(20).
           05 :PREFIJO:rc-sala pic x(10).
           05 :PREFIJO:rc-canal pic x(01).
           05 :PREFIJO:rc-destino pic x(41).
           05 :PREFIJO:rc-enviado pic 9(08).
           05 :PREFIJO:rc-estado pic x(01).
           05 :PREFIJO:rc-respuesta pic 9(08).
           05 :PREFIJO:rc-tarea pic x(01).
