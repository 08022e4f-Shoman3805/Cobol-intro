       01 SAN-FUNCION pic x(01).
       01 SAN-USUARIO pic x(30).
       01 SAN-NOMBRE pic x(30).
       01 SAN-APELLIDO pic x(30).
       01 SAN-ORIGEN pic x(10).
       01 SAN-CLAVE pic x(60).
       01 SAN-RESULTADO pic x(01).
