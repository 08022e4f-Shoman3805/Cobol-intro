       01  :PREFIJO:reg-encuesta.
           05 :PREFIJO:en-clave.
              10 :PREFIJO:en-fecha pic 9(08).
              10 :PREFIJO:en-hini pic 9(04).
              10 :PREFIJO:en-usuario pic x(30).
           05 :PREFIJO:en-operador pic x(20).
           05 :PREFIJO:en-sala pic x(10).
           05 :PREFIJO:en-motivo pic x(30).
           05 :PREFIJO:en-canal pic x(01).
           05 :PREFIJO:en-invitada pic 9(08).
           05 :PREFIJO:en-estado pic x(01).
           05 :PREFIJO:en-puntaje pic 9(02).
           05 :PREFIJO:en-comentario pic x(60).
           05 :PREFIJO:en-respuesta pic 9(08).
           05 :PREFIJO:en-origen pic x(01).
           05 :PREFIJO:en-tarea pic x(01).
