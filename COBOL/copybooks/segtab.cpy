       01 SEG-STATUS pic x(2).
       01 SEG-FIN pic x(1).
       01 SEG-IX pic 9(03).
       01 SEG-POS pic 9(03).
       01 SEG-CANT pic 9(03) value 0.
       01 SEG-DEFECTO-TABLA.
           05 filler pic x(25) value "R001MOV-POSTEOMOV-EXTORNO".
           05 filler pic x(40) value
              "Posteo y extorno del mismo movimiento".
           05 filler pic x(25) value "R002APR-SOLIC APR-REVISAO".
           05 filler pic x(40) value
              "Solicitud y aprobacion de una operacion".
           05 filler pic x(25) value "R003CTA-ALTA  CTA-CAMBIOD".
           05 filler pic x(40) value
              "Alta de cuenta y cambio el mismo dia".
           05 filler pic x(25) value "R004ROL-ALTA  *         P".
           05 filler pic x(40) value
              "Alta del propio rol y uso posterior".
           05 filler pic x(25) value "R005ROL-CAMBIO*         P".
           05 filler pic x(40) value
              "Cambio del propio rol y uso posterior".
       01 SEG-DEFECTO REDEFINES SEG-DEFECTO-TABLA
           OCCURS 5 TIMES.
           05 SEG-D-CODIGO pic x(04).
           05 SEG-D-ACCION-1 pic x(10).
           05 SEG-D-ACCION-2 pic x(10).
           05 SEG-D-AMBITO pic x(01).
           05 SEG-D-TEXTO pic x(40).
       01 SEG-TABLA.
           05 SEG-REGLA OCCURS 50 TIMES.
              10 SEG-CODIGO pic x(04).
              10 SEG-ACCION-1 pic x(10).
              10 SEG-ACCION-2 pic x(10).
              10 SEG-AMBITO pic x(01).
              10 SEG-ESTADO pic x(01).
              10 SEG-TEXTO pic x(40).
              10 SEG-CONFLICTOS pic 9(05).
