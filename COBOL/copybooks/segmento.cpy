       01  :PREFIJO:reg-segmento.
           05 :PREFIJO:sg-usuario pic x(30).
           05 :PREFIJO:sg-periodo pic 9(06).
           05 :PREFIJO:sg-nivel pic x(01).
           05 :PREFIJO:sg-puntaje pic 9(03).
           05 :PREFIJO:sg-periodo-ant pic 9(06).
           05 :PREFIJO:sg-nivel-ant pic x(01).
           05 :PREFIJO:sg-puntaje-ant pic 9(03).
           05 :PREFIJO:sg-p-recencia pic 9(03).
           05 :PREFIJO:sg-p-frecuencia pic 9(03).
           05 :PREFIJO:sg-p-visitas pic 9(03).
           05 :PREFIJO:sg-p-citas pic 9(03).
           05 :PREFIJO:sg-p-saldo pic 9(03).
           05 :PREFIJO:sg-saldo-prom pic s9(10) SIGN IS LEADING
              SEPARATE.
