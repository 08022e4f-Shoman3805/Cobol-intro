       01  :PREFIJO:reg-parametro.
           05 :PREFIJO:pa-clave.
              10 :PREFIJO:pa-codigo pic x(12).
              10 :PREFIJO:pa-vigencia pic 9(08).
           05 :PREFIJO:pa-valor pic s9(09) SIGN IS LEADING SEPARATE.
           05 :PREFIJO:pa-descripcion pic x(30).
           05 :PREFIJO:pa-alta pic 9(08).
           05 :PREFIJO:pa-operador pic x(20).
