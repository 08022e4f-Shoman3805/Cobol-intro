       01  :PREFIJO:reg-visita.
           05 :PREFIJO:vi-clave.
              10 :PREFIJO:vi-fecha pic 9(08).
              10 :PREFIJO:vi-horain pic 9(04).
              10 :PREFIJO:vi-usuario pic x(30).
           05 :PREFIJO:vi-horaout pic 9(04).
           05 :PREFIJO:vi-motivo pic x(30).
           05 :PREFIJO:vi-cita-hini pic 9(04).
           05 :PREFIJO:vi-cita-usuario pic x(30).
              88 :PREFIJO:vi-sin-cita VALUE SPACES.
           05 :PREFIJO:vi-anfitrion pic x(20).
           05 :PREFIJO:vi-sala pic x(10).
           05 :PREFIJO:vi-credencial pic 9(04).
           05 :PREFIJO:vi-cred-estado pic x(01).
              88 :PREFIJO:vi-cred-devuelta VALUE "D".
              88 :PREFIJO:vi-cred-no-devuelta VALUE "N".
