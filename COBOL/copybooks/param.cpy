       01 PAR-STATUS pic x(02).
       01 PAR-FIN pic x(01).
       01 PAR-CODIGO pic x(12).
       01 PAR-FECHA pic 9(08).
       01 PAR-HALLADO pic x(01).
       01 PAR-VALOR pic s9(09).
       01 PAR-VIGENCIA pic 9(08).
       01 PAR-EDIT pic -(8)9.
