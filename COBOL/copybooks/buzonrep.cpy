       01  :PREFIJO:reg-buzon.
           05 :PREFIJO:bz-id pic 9(08).
           05 :PREFIJO:bz-destino-tipo pic x(01).
           05 :PREFIJO:bz-destino pic x(20).
           05 :PREFIJO:bz-reporte pic x(12).
           05 :PREFIJO:bz-gen pic 9(04).
           05 :PREFIJO:bz-fecha pic 9(08).
           05 :PREFIJO:bz-hora pic 9(08).
           05 :PREFIJO:bz-suscripcion pic 9(04).
           05 :PREFIJO:bz-lineas pic 9(06).
           05 :PREFIJO:bz-leido pic x(01).
              88 :PREFIJO:bz-sin-leer VALUE "N".
              88 :PREFIJO:bz-ya-leido VALUE "S".
           05 :PREFIJO:bz-leido-por pic x(20).
           05 :PREFIJO:bz-fecha-leido pic 9(08).
