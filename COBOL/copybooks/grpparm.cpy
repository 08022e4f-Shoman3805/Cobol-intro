       01 GRP-FUNCION pic x(01).
       01 GRP-EMPRESA pic x(10).
       01 GRP-USUARIO pic x(30).
       01 GRP-IMPORTE pic 9(10).
       01 GRP-TOTALES.
           05 GRP-SALDOS pic s9(11).
           05 GRP-SOBREGIROS pic 9(11).
           05 GRP-LIMITES pic 9(11).
           05 GRP-PRESTAMOS pic 9(11).
           05 GRP-CONTRATOS pic 9(11).
           05 GRP-EXPOSICION pic 9(11).
           05 GRP-LIMITE pic 9(10).
           05 GRP-CANT pic 9(04).
       01 GRP-RESULTADO pic x(01).
