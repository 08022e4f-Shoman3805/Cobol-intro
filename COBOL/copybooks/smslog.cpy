       01  :PREFIJO:reg-sms.
           05 :PREFIJO:se-clave.
              10 :PREFIJO:se-usuario pic x(30).
              10 :PREFIJO:se-id pic 9(08).
           05 :PREFIJO:se-fecha pic 9(08).
           05 :PREFIJO:se-hora pic 9(08).
           05 :PREFIJO:se-plantilla pic x(08).
           05 :PREFIJO:se-numero pic 9(10).
           05 :PREFIJO:se-texto pic x(160).
           05 :PREFIJO:se-estado pic x(01).
           05 :PREFIJO:se-fecha-estado pic 9(08).
           05 :PREFIJO:se-motivo pic x(20).
           05 :PREFIJO:se-operador pic x(20).
