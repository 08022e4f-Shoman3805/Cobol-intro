       01  :PREFIJO:reg-curso.
           05 :PREFIJO:cm-curso pic x(08).
           05 filler pic x(01).
           05 :PREFIJO:cm-nombre pic x(30).
           05 filler pic x(01).
           05 :PREFIJO:cm-creditos pic 9(02).
           05 filler pic x(01).
           05 :PREFIJO:cm-aprobacion pic 9(03).
