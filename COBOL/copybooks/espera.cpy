       01  :PREFIJO:reg-espera.
           05 :PREFIJO:es-clave.
              10 :PREFIJO:es-usuario pic x(30).
              10 :PREFIJO:es-alta pic 9(08).
              10 :PREFIJO:es-hora pic 9(08).
           05 :PREFIJO:es-desde pic 9(08).
           05 :PREFIJO:es-hasta pic 9(08).
           05 :PREFIJO:es-franja pic x(01).
           05 :PREFIJO:es-duracion pic 9(03).
           05 :PREFIJO:es-sala pic x(10).
           05 :PREFIJO:es-operador pic x(20).
           05 :PREFIJO:es-motivo pic x(30).
           05 :PREFIJO:es-estado pic x(01).
           05 :PREFIJO:es-registro pic x(20).
           05 :PREFIJO:es-cierre pic 9(08).
           05 :PREFIJO:es-of-fecha pic 9(08).
           05 :PREFIJO:es-of-hini pic 9(04).
           05 :PREFIJO:es-of-hfin pic 9(04).
           05 :PREFIJO:es-of-sala pic x(10).
           05 :PREFIJO:es-of-operador pic x(20).
