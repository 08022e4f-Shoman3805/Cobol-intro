       01  :PREFIJO:reg-devuelto.
           05 :PREFIJO:dv-clave.
              10 :PREFIJO:dv-usuario pic x(30).
              10 :PREFIJO:dv-tipo pic x(07).
           05 :PREFIJO:dv-fecha pic 9(08).
           05 :PREFIJO:dv-motivo pic x(30).
