           05 :PREFIJO:cta-titular pic x(30).
           05 :PREFIJO:cta-dormida pic x(01).
           05 :PREFIJO:cta-moneda pic x(03).
           05 :PREFIJO:cta-producto pic x(04).
