       01 CIC-STATUS pic x(02).
       01 CIC-HSTATUS pic x(02).
       01 CIC-FIN pic x(01).
       01 CIC-USUARIO pic x(30).
       01 CIC-NUEVA pic x(01).
       01 CIC-ANTERIOR pic x(01).
       01 CIC-ORIGEN pic x(01).
       01 CIC-OPERADOR pic x(20).
       01 CIC-NOTA pic x(40).
       01 CIC-FECHA pic 9(08).
       01 CIC-HORA pic 9(08).
       01 CIC-RESULTADO pic x(01).
       01 CIC-MOTIVO pic x(40).
       01 CIC-HALLADO pic x(01).
       01 CIC-DESDE-ANT pic 9(08).
       01 CIC-ALTA pic 9(08).
       01 CIC-DIAS pic s9(07).
       01 CIC-VALIDA pic x(01).
       01 CIC-SEQ pic 9(03).
       01 CIC-IND pic 9(02).
       01 CIC-POS pic 9(02).
       01 CIC-VECES pic 9(02).
       01 CIC-AUD-ACCION pic x(10).
       01 CIC-AUD-USUARIO pic x(30).
       01 CIC-TABLA-REGLAS.
           05 filler pic x(04) value "-LPC".
           05 filler pic x(04) value "LPCX".
           05 filler pic x(04) value "PCX ".
           05 filler pic x(04) value "CI  ".
           05 filler pic x(04) value "ICX ".
           05 filler pic x(04) value "XLC ".
       01 CIC-REGLAS REDEFINES CIC-TABLA-REGLAS.
           05 CIC-REGLA OCCURS 6 TIMES.
              10 CIC-REGLA-DESDE pic x(01).
              10 CIC-REGLA-HACIA pic x(03).
