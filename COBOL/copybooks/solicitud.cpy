       01  :PREFIJO:reg-solicitud.
           05 :PREFIJO:sl-id pic 9(06).
           05 :PREFIJO:sl-fecha pic 9(08).
           05 :PREFIJO:sl-solicitante pic x(30).
           05 :PREFIJO:sl-cta pic 9(05).
           05 :PREFIJO:sl-importe pic 9(08).
           05 :PREFIJO:sl-cuotas pic 9(03).
           05 :PREFIJO:sl-destino pic x(30).
           05 :PREFIJO:sl-ingresos pic 9(08).
           05 :PREFIJO:sl-puntaje pic 9(03).
           05 :PREFIJO:sl-pts-historia pic 9(02).
           05 :PREFIJO:sl-pts-sobregiro pic 9(02).
           05 :PREFIJO:sl-pts-cuotas pic 9(02).
           05 :PREFIJO:sl-pts-cobranza pic 9(02).
           05 :PREFIJO:sl-estado pic x(01).
              88 :PREFIJO:sl-en-aprobacion VALUE "E".
              88 :PREFIJO:sl-aprobada VALUE "A".
              88 :PREFIJO:sl-declinada VALUE "D".
              88 :PREFIJO:sl-otorgada VALUE "O".
           05 :PREFIJO:sl-motivo pic x(40).
           05 :PREFIJO:sl-operador pic x(20).
           05 :PREFIJO:sl-fecha-dec pic 9(08).
           05 :PREFIJO:sl-prestamo pic 9(04).
           05 :PREFIJO:sl-carta pic x(01).
              88 :PREFIJO:sl-carta-pendiente VALUE "N".
              88 :PREFIJO:sl-carta-enviada VALUE "S".
           05 :PREFIJO:sl-fecha-carta pic 9(08).
