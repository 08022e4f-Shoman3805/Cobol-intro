       01  :PREFIJO:reg-atribucion.
           05 :PREFIJO:at-clave.
              10 :PREFIJO:at-nivel pic x(01).
                 88 :PREFIJO:at-por-operador VALUE "O".
                 88 :PREFIJO:at-por-rol VALUE "R".
              10 :PREFIJO:at-codigo pic x(20).
           05 :PREFIJO:at-max-debito pic 9(08).
           05 :PREFIJO:at-dia-debito pic 9(08).
           05 :PREFIJO:at-max-credito pic 9(08).
           05 :PREFIJO:at-dia-credito pic 9(08).
           05 :PREFIJO:at-max-transf pic 9(08).
           05 :PREFIJO:at-dia-transf pic 9(08).
           05 :PREFIJO:at-fecha-alta pic 9(08).
           05 :PREFIJO:at-operador pic x(20).
