       01 HOG-USUARIO pic x(30).
       01 HOG-NUEVO pic x(01).
       01 HOG-NOM pic x(20).
       01 HOG-AP pic x(20).
       01 HOG-IX pic 9(04).
       01 HOG-POS pic 9(04).
       01 HOG-CANT pic 9(04) value 0.
       01 HOG-TABLA.
           05 HOG-ENVIADO OCCURS 3000 TIMES pic 9(06).
