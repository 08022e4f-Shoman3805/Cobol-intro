       01  :PREFIJO:reg-garantia.
           05 :PREFIJO:gt-clave.
              10 :PREFIJO:gt-prestamo pic 9(04).
              10 :PREFIJO:gt-seq pic 9(03).
           05 :PREFIJO:gt-tipo pic x(01).
              88 :PREFIJO:gt-garante VALUE "G".
              88 :PREFIJO:gt-prenda VALUE "C".
           05 :PREFIJO:gt-usuario pic x(30).
           05 :PREFIJO:gt-clase pic x(10).
           05 :PREFIJO:gt-descripcion pic x(40).
           05 :PREFIJO:gt-valor pic 9(10).
           05 :PREFIJO:gt-fecha-tasacion pic 9(08).
           05 :PREFIJO:gt-estado pic x(01).
              88 :PREFIJO:gt-vigente VALUE "A".
              88 :PREFIJO:gt-liberada VALUE "L".
           05 :PREFIJO:gt-fecha-alta pic 9(08).
           05 :PREFIJO:gt-operador pic x(20).
