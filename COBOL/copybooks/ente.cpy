       01  :PREFIJO:reg-ente.
           05 :PREFIJO:en-codigo pic x(06).
           05 :PREFIJO:en-nombre pic x(30).
           05 :PREFIJO:en-cuenta pic 9(05).
           05 :PREFIJO:en-formato pic x(20).
           05 :PREFIJO:en-estado pic x(01).
              88 :PREFIJO:en-activo VALUE "A".
              88 :PREFIJO:en-de-baja VALUE "B".
           05 :PREFIJO:en-alta pic 9(08).
           05 :PREFIJO:en-operador pic x(20).
