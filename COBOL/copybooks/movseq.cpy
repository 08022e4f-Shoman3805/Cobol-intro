       01 MVS-REGISTRO pic x(77).
       01 MVS-CTA pic 9(05).
       01 MVS-FECHA pic 9(08).
       01 MVS-ULTIMA pic 9(04).
       01 MVS-FIN pic x(01).
       01 MVS-GRABADO pic x(01).
