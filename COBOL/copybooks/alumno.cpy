       01  :PREFIJO:reg-alumno.
           05 :PREFIJO:am-alumno pic x(10).
           05 filler pic x(01).
           05 :PREFIJO:am-nombre pic x(30).
           05 filler pic x(01).
           05 :PREFIJO:am-estado pic x(01).
