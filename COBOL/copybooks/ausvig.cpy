       01 AUS-STATUS pic x(02).
       01 AUS-FIN pic x(01).
       01 AUS-OPERADOR pic x(20).
       01 AUS-DESDE pic 9(08).
       01 AUS-HASTA pic 9(08).
       01 AUS-AUSENTE pic x(01).
       01 AUS-TIPO pic x(01).
       01 AUS-INICIO pic 9(08).
       01 AUS-FINAL pic 9(08).
       01 AUS-DELEGADO pic x(20).
