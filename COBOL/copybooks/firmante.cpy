       01  :PREFIJO:reg-firmante.
           05 :PREFIJO:fi-clave.
              10 :PREFIJO:fi-cta pic 9(05).
              10 :PREFIJO:fi-usuario pic x(30).
           05 :PREFIJO:fi-rol pic x(01).
           05 :PREFIJO:fi-regla pic x(01).
           05 :PREFIJO:fi-desde pic 9(08).
           05 :PREFIJO:fi-hasta pic 9(08).
           05 :PREFIJO:fi-estado pic x(01).
           05 :PREFIJO:fi-alta pic 9(08).
           05 :PREFIJO:fi-operador pic x(20).
