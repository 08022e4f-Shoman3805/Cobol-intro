       01  :PREFIJO:reg-arbol.
           05 :PREFIJO:at-clave.
              10 :PREFIJO:at-incidente pic 9(08).
              10 :PREFIJO:at-usuario pic x(30).
           05 :PREFIJO:at-llamador pic x(30).
           05 :PREFIJO:at-nivel pic 9(02).
           05 :PREFIJO:at-orden pic 9(04).
           05 :PREFIJO:at-origen pic x(01).
              88 :PREFIJO:at-de-guardia VALUE "G".
              88 :PREFIJO:at-de-emergencia VALUE "E".
              88 :PREFIJO:at-de-relacion VALUE "R".
           05 :PREFIJO:at-num pic 9(10).
           05 :PREFIJO:at-num2 pic 9(10).
           05 :PREFIJO:at-desde pic 9(04).
           05 :PREFIJO:at-hasta pic 9(04).
           05 :PREFIJO:at-asig-fecha pic 9(08).
           05 :PREFIJO:at-asig-hora pic 9(08).
           05 :PREFIJO:at-estado pic x(01).
              88 :PREFIJO:at-pendiente VALUE "P".
              88 :PREFIJO:at-localizado VALUE "L".
              88 :PREFIJO:at-no-localizado VALUE "N".
           05 :PREFIJO:at-res-fecha pic 9(08).
           05 :PREFIJO:at-res-hora pic 9(08).
           05 :PREFIJO:at-operador pic x(20).
           05 :PREFIJO:at-comentario pic x(40).
           05 :PREFIJO:at-escalado pic x(01).
              88 :PREFIJO:at-fue-escalado VALUE "S".
