       FD  AYUDA.
       01  reg-ayuda.
           05 ay-opcion pic x(02).
           05 ay-opcion-num REDEFINES ay-opcion pic 9(02).
           05 filler pic x(01).
           05 ay-texto pic x(70).

       WORKING-STORAGE SECTION.
       01 ayuda-status pic x(2).
       01 FIN-ARCHIVO pic x(1) value "N".
       01 opcion-buscada pic 9(3).
       01 lineas-mostradas pic 9(3) value 0.

       LINKAGE SECTION.
       01 opcion-ayuda pic 9(3).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING opcion-ayuda reg-retorno.
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF ay-opcion IS NUMERIC then
                    IF ay-opcion-num = opcion-buscada then
                       IF lineas-mostradas = 0 then
                          DISPLAY " "
                          DISPLAY "Ayuda de la opcion " opcion-buscada
