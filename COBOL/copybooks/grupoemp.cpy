       01  :PREFIJO:reg-grupo-emp.
           05 :PREFIJO:ge-empresa pic x(10).
           05 :PREFIJO:ge-padre pic x(10).
           05 :PREFIJO:ge-limite pic 9(10).
           05 :PREFIJO:ge-fecha pic 9(08).
           05 :PREFIJO:ge-operador pic x(20).
