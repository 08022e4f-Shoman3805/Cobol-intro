       01  :PREFIJO:reg-credencial.
           05 :PREFIJO:cr-numero pic 9(04).
           05 :PREFIJO:cr-tipo pic x(01).
              88 :PREFIJO:cr-de-visitante VALUE "V".
              88 :PREFIJO:cr-de-acceso VALUE "T".
           05 :PREFIJO:cr-estado pic x(01).
              88 :PREFIJO:cr-libre VALUE "L".
              88 :PREFIJO:cr-prestada VALUE "P".
              88 :PREFIJO:cr-perdida VALUE "X".
           05 :PREFIJO:cr-usuario pic x(30).
           05 :PREFIJO:cr-fecha pic 9(08).
           05 :PREFIJO:cr-hora pic 9(04).
           05 :PREFIJO:cr-operador pic x(20).
