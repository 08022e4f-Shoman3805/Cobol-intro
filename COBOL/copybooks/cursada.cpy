       01  :PREFIJO:reg-cursada.
           05 :PREFIJO:cs-periodo pic x(05).
           05 filler pic x(01).
           05 :PREFIJO:cs-alumno pic x(10).
           05 filler pic x(01).
           05 :PREFIJO:cs-curso pic x(08).
           05 filler pic x(01).
           05 :PREFIJO:cs-fecha pic 9(08).
