       01  :PREFIJO:reg-suscripcion.
           05 :PREFIJO:su-id pic 9(04).
           05 :PREFIJO:su-reporte pic x(12).
           05 :PREFIJO:su-parametro pic x(10).
           05 :PREFIJO:su-frecuencia pic x(01).
              88 :PREFIJO:su-diaria VALUE "D".
              88 :PREFIJO:su-semanal VALUE "S".
              88 :PREFIJO:su-mensual VALUE "M".
           05 :PREFIJO:su-dia pic 9(02).
           05 :PREFIJO:su-destino-tipo pic x(01).
              88 :PREFIJO:su-a-operador VALUE "O".
              88 :PREFIJO:su-a-depto VALUE "D".
           05 :PREFIJO:su-destino pic x(20).
           05 :PREFIJO:su-estado pic x(01).
              88 :PREFIJO:su-activa VALUE "A".
              88 :PREFIJO:su-dada-baja VALUE "B".
           05 :PREFIJO:su-ultima pic 9(08).
           05 :PREFIJO:su-resultado pic x(01).
           05 :PREFIJO:su-alta pic 9(08).
           05 :PREFIJO:su-operador pic x(20).
