       01  :PREFIJO:reg-atribuso.
           05 :PREFIJO:au-fecha pic 9(08).
           05 filler pic x(01).
           05 :PREFIJO:au-hora pic 9(08).
           05 filler pic x(01).
           05 :PREFIJO:au-operador pic x(20).
           05 filler pic x(01).
           05 :PREFIJO:au-tipo pic x(01).
           05 filler pic x(01).
           05 :PREFIJO:au-importe pic 9(08).
           05 filler pic x(01).
           05 :PREFIJO:au-sobrepaso pic x(01).
              88 :PREFIJO:au-con-sobrepaso VALUE "S".
           05 filler pic x(01).
           05 :PREFIJO:au-detalle pic x(30).
