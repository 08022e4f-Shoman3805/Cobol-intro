       01  :PREFIJO:reg-saldo-prom.
           05 :PREFIJO:sp-clave.
              10 :PREFIJO:sp-cta pic 9(05).
              10 :PREFIJO:sp-periodo pic 9(06).
           05 :PREFIJO:sp-apertura pic s9(08) SIGN IS LEADING SEPARATE.
           05 :PREFIJO:sp-promedio pic s9(08) SIGN IS LEADING SEPARATE.
           05 :PREFIJO:sp-minimo pic s9(08) SIGN IS LEADING SEPARATE.
           05 :PREFIJO:sp-maximo pic s9(08) SIGN IS LEADING SEPARATE.
           05 :PREFIJO:sp-cierre pic s9(08) SIGN IS LEADING SEPARATE.
           05 :PREFIJO:sp-dias pic 9(02).
           05 :PREFIJO:sp-proceso pic 9(08).
