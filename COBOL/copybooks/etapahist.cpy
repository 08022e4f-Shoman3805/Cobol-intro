       01  :PREFIJO:reg-etapa-hist.
           05 :PREFIJO:eh-clave.
              10 :PREFIJO:eh-usuario pic x(30).
              10 :PREFIJO:eh-seq pic 9(03).
           05 :PREFIJO:eh-fecha pic 9(08).
           05 :PREFIJO:eh-hora pic 9(04).
           05 :PREFIJO:eh-anterior pic x(01).
           05 :PREFIJO:eh-etapa pic x(01).
           05 :PREFIJO:eh-desde-ant pic 9(08).
           05 :PREFIJO:eh-dias pic 9(05).
           05 :PREFIJO:eh-origen pic x(01).
           05 :PREFIJO:eh-operador pic x(20).
           05 :PREFIJO:eh-nota pic x(40).
