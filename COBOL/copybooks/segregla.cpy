       01  :PREFIJO:linea-segregla.
           05 :PREFIJO:sr-codigo pic x(04).
           05 filler pic x(01).
           05 :PREFIJO:sr-accion-1 pic x(10).
           05 filler pic x(01).
           05 :PREFIJO:sr-accion-2 pic x(10).
           05 filler pic x(01).
           05 :PREFIJO:sr-ambito pic x(01).
              88 :PREFIJO:sr-mismo-objeto VALUE "O".
              88 :PREFIJO:sr-mismo-dia VALUE "D".
              88 :PREFIJO:sr-rol-propio VALUE "P".
           05 filler pic x(01).
           05 :PREFIJO:sr-estado pic x(01).
              88 :PREFIJO:sr-activa VALUE "A".
           05 filler pic x(01).
           05 :PREFIJO:sr-texto pic x(40).
