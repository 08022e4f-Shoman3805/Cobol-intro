       01 cursadas-status pic x(02).
       01 CUR-HAY-ARCHIVO pic x(01).
       01 CUR-FIN pic x(01).
       01 CUR-CANT pic 9(04).
       01 CUR-INDICE pic 9(04).
       01 CUR-PERIODO pic x(05).
       01 CUR-INSCRIPTO pic x(01).
       01 CUR-RECHAZADOS pic 9(05) value 0.
       01 CUR-TABLA.
           05 CUR-REG OCCURS 1000 TIMES.
              10 CUR-T-PERIODO pic x(05).
              10 CUR-T-ALUMNO pic x(10).
              10 CUR-T-CURSO pic x(08).
