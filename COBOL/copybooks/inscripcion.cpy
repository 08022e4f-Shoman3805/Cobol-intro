       01  :PREFIJO:reg-inscripcion.
           05 :PREFIJO:ei-clave.
              10 :PREFIJO:ei-evento pic 9(05).
              10 :PREFIJO:ei-usuario pic x(30).
           05 :PREFIJO:ei-estado pic x(01).
           05 :PREFIJO:ei-orden pic 9(05).
           05 :PREFIJO:ei-fecha pic 9(08).
           05 :PREFIJO:ei-asistio pic x(01).
           05 :PREFIJO:ei-hora-ingreso pic 9(04).
           05 :PREFIJO:ei-tarea pic x(01).
           05 :PREFIJO:ei-operador pic x(20).
