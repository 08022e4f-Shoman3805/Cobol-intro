       01  :PREFIJO:reg-transext.
           05 :PREFIJO:te-id pic 9(06).
           05 :PREFIJO:te-cta pic 9(05).
           05 :PREFIJO:te-cbu pic x(22).
           05 :PREFIJO:te-beneficiario pic x(30).
           05 :PREFIJO:te-importe pic 9(06).
           05 :PREFIJO:te-concepto pic x(20).
           05 :PREFIJO:te-fecha pic 9(08).
           05 :PREFIJO:te-hora pic 9(08).
           05 :PREFIJO:te-operador pic x(20).
           05 :PREFIJO:te-estado pic x(01).
              88 :PREFIJO:te-pendiente VALUE "P".
              88 :PREFIJO:te-enviada VALUE "E".
              88 :PREFIJO:te-rechazada VALUE "R".
           05 :PREFIJO:te-lote pic 9(06).
           05 :PREFIJO:te-fecha-envio pic 9(08).
           05 :PREFIJO:te-motivo pic x(03).
           05 :PREFIJO:te-fecha-rech pic 9(08).
