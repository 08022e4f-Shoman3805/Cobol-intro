       01  :PREFIJO:reg-fallecido.
           05 :PREFIJO:fa-usuario pic x(30).
           05 :PREFIJO:fa-fecha-deceso pic 9(08).
           05 :PREFIJO:fa-informante pic x(30).
           05 :PREFIJO:fa-vinculo pic x(15).
           05 :PREFIJO:fa-fecha-aviso pic 9(08).
           05 :PREFIJO:fa-operador pic x(20).
           05 :PREFIJO:fa-cuentas pic 9(03).
           05 :PREFIJO:fa-ordenes pic 9(03).
           05 :PREFIJO:fa-citas pic 9(03).
           05 :PREFIJO:fa-tareas pic 9(03).
