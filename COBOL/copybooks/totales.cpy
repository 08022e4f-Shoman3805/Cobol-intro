       01  :PREFIJO:reg-totales.
           05 :PREFIJO:tot-depto pic x(10).
           05 :PREFIJO:tot-activos pic 9(05).
           05 :PREFIJO:tot-contactos pic 9(05).
           05 :PREFIJO:tot-tareas pic 9(05).
           05 :PREFIJO:tot-contratos pic 9(05).
           05 :PREFIJO:tot-vigilancia pic 9(05).
           05 :PREFIJO:tot-fecha pic 9(08).
