       01 OFR-STATUS pic x(02).
       01 OFR-FIN pic x(01).
       01 OFR-FECHA pic 9(08).
       01 OFR-HINI pic 9(04).
       01 OFR-HFIN pic 9(04).
       01 OFR-SALA pic x(10).
       01 OFR-OPERADOR pic x(20).
       01 OFR-LIBERADO pic x(30).
       01 OFR-HOY pic 9(08).
       01 OFR-TAREAS-ABIERTO pic x(01).
       01 OFR-HALLADO pic x(01).
       01 OFR-USUARIO pic x(30).
       01 OFR-ALTA pic 9(08).
       01 OFR-HORA pic 9(08).
       01 OFR-DURACION pic 9(04).
       01 OFR-HH pic 9(02).
       01 OFR-MM pic 9(02).
       01 OFR-MIN-INI pic 9(04).
       01 OFR-MIN-FIN pic 9(04).
       01 OFR-SEQ-LIBRE pic x(01).
       01 OFR-AUD-ACCION pic x(10).
       01 OFR-AUD-USUARIO pic x(30).
