       01  :PREFIJO:reg-hogar.
           05 :PREFIJO:ho-usuario pic x(30).
           05 :PREFIJO:ho-id pic 9(06).
           05 :PREFIJO:ho-estado pic x(01).
           05 :PREFIJO:ho-jefe pic x(01).
           05 :PREFIJO:ho-apellido pic x(20).
           05 :PREFIJO:ho-jefe-nom pic x(20).
           05 :PREFIJO:ho-jefe-ap pic x(20).
           05 :PREFIJO:ho-direccion.
              10 :PREFIJO:ho-calle pic x(30).
              10 :PREFIJO:ho-ciudad pic x(20).
              10 :PREFIJO:ho-cp pic x(08).
           05 :PREFIJO:ho-fecha pic 9(08).
           05 :PREFIJO:ho-operador pic x(20).
