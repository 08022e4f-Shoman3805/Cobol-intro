       01  :PREFIJO:reg-memo.
           05 :PREFIJO:me-id pic 9(08).
           05 :PREFIJO:me-padre pic 9(08).
           05 :PREFIJO:me-hilo pic 9(08).
           05 :PREFIJO:me-fecha pic 9(08).
           05 :PREFIJO:me-hora pic 9(08).
           05 :PREFIJO:me-de pic x(20).
           05 :PREFIJO:me-para pic x(20).
           05 :PREFIJO:me-depto pic x(10).
           05 :PREFIJO:me-usuario pic x(30).
           05 :PREFIJO:me-asunto pic x(40).
           05 :PREFIJO:me-texto pic x(180).
           05 :PREFIJO:me-leido pic x(01).
              88 :PREFIJO:me-sin-leer VALUE "N".
              88 :PREFIJO:me-ya-leido VALUE "S".
           05 :PREFIJO:me-fecha-leido pic 9(08).
           05 :PREFIJO:me-leido-por pic x(20).
           05 :PREFIJO:me-escalado pic x(01).
              88 :PREFIJO:me-fue-escalado VALUE "S".
           05 :PREFIJO:me-escalado-a pic x(20).
           05 :PREFIJO:me-fecha-esc pic 9(08).
