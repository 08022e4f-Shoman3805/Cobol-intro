       IDENTIFICATION DIVISION.
       PROGRAM-ID. etiquetas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT DIRECCIONES ASSIGN TO "direcciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS d-clave
           FILE STATUS IS direcciones-status.

           SELECT DEVUELTOS ASSIGN TO "devueltos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS dv-clave
           FILE STATUS IS devueltos-status.

           SELECT GRUPOS ASSIGN TO "grupos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS g-clave
           FILE STATUS IS grupos-status.

           SELECT CAMPANIAS ASSIGN TO "campanias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ca-id
           FILE STATUS IS campanias-status.

           SELECT COBRANZAS ASSIGN TO "cobranzas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cb-cta
           FILE STATUS IS cobranzas-status.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

           SELECT ETIQTMP ASSIGN TO "etiquetas.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTFILE ASSIGN TO "sort.tmp".

           SELECT ORDENADO ASSIGN TO "etiquetas_ord.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTFILE ASSIGN TO "etiquetas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPCIONES ASSIGN TO "etiquetas_excepciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  DIRECCIONES.
       01  reg-direccion.
           05 d-clave.
              10 d-usuario pic x(30).
              10 d-tipo pic x(07).
           05 d-calle pic x(30).
           05 d-ciudad pic x(20).
           05 d-provincia pic x(20).
           05 d-cp pic x(08).

       FD  DEVUELTOS.
       COPY "devuelto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  GRUPOS.
       01  reg-grupo.
           05 g-clave.
              10 g-usuario pic x(30).
              10 g-grupo pic x(10).

       FD  CAMPANIAS.
       01  reg-campania.
           05 ca-id pic 9(04).
           05 ca-fecha pic 9(08).
           05 ca-filtro pic x(01).
           05 ca-valor pic x(10).
           05 ca-enviadas pic 9(05).

       FD  COBRANZAS.
       01  reg-cobranza.
           05 cb-cta pic 9(05).
           05 cb-etapa pic 9(01).
           05 cb-fecha pic 9(08).

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ETIQTMP.
       01  reg-etiqtmp.
           05 et-rango pic x(02).
           05 et-cp pic x(08).
           05 et-ap pic x(20).
           05 et-nom pic x(20).
           05 et-usuario pic x(30).
           05 et-calle pic x(30).
           05 et-ciudad pic x(20).
           05 et-provincia pic x(20).

       SD  SORTFILE.
       01  reg-orden.
           05 so-rango pic x(02).
           05 so-cp pic x(08).
           05 so-ap pic x(20).
           05 so-nom pic x(20).
           05 so-usuario pic x(30).
           05 so-calle pic x(30).
           05 so-ciudad pic x(20).
           05 so-provincia pic x(20).

       FD  ORDENADO.
       01  reg-ordenado.
           05 or-rango pic x(02).
           05 or-cp pic x(08).
           05 or-ap pic x(20).
           05 or-nom pic x(20).
           05 or-usuario pic x(30).
           05 or-calle pic x(30).
           05 or-ciudad pic x(20).
           05 or-provincia pic x(20).

       FD  PRINTFILE.
       01  linea-print pic x(132).

       FD  EXCEPCIONES.
       01  linea-excepcion pic x(100).

       WORKING-STORAGE SECTION.
       01 status-contactos pic x(2).
       01 direcciones-status pic x(2).
       01 devueltos-status pic x(2).
       01 grupos-status pic x(2).
       01 campanias-status pic x(2).
       01 cobranzas-status pic x(2).
       01 status-cuentas pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 tipo-seleccion pic x(1).
       01 tipo-filtro pic x(1).
       01 filtro-valor pic x(10).
       01 id-campania pic 9(04).
       01 fecha-corrida pic 9(08).
       01 seleccion-ok pic x(1).
       01 en-seleccion pic x(1).
       01 solo-cartas pic x(1).
       01 usa-grupos pic x(1).
       01 hay-devueltos pic x(1).
       01 dir-hallada pic x(1).
       01 motivo-excepcion pic x(30).
       01 indice-tipo pic 9(1).
       01 tipos-dir-tabla.
           05 filler pic x(07) value "casa".
           05 filler pic x(07) value "trabajo".
           05 filler pic x(07) value "fiscal".
       01 tipos-dir REDEFINES tipos-dir-tabla
           pic x(07) occurs 3 times.
       01 cant-titulares pic 9(04).
       01 indice-tit pic 9(04).
       01 tabla-titulares.
           05 titular-sel OCCURS 2000 TIMES pic x(30).
       01 cant-etiquetas pic 9(05).
       01 cant-excepciones pic 9(05).
       01 cant-rangos pic 9(03).
       01 indice-rango pic 9(03).
       01 tabla-rangos.
           05 rango-reg OCCURS 100 TIMES.
              10 rg-codigo pic x(02).
              10 rg-cp-desde pic x(08).
              10 rg-cp-hasta pic x(08).
              10 rg-cant pic 9(05).
       01 rango-actual pic x(02).
       01 cant-fila pic 9(01).
       01 indice-renglon pic 9(01).
       01 fila-etiquetas.
           05 etiqueta OCCURS 3 TIMES.
              10 renglon OCCURS 4 TIMES pic x(44).
       01 nombre-etiqueta pic x(44).
       01 cp-linea pic x(44).
       01 linea-resumen.
           05 filler pic x(05) value "LOTE ".
           05 rs-rango pic x(02).
           05 filler pic x(06) value "  CP: ".
           05 rs-desde pic x(08).
           05 filler pic x(03) value " a ".
           05 rs-hasta pic x(08).
           05 filler pic x(10) value "  piezas: ".
           05 rs-cant pic zzzz9.
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-etiquetas
           move 0 to cant-excepciones
           move 0 to cant-titulares
           move 0 to cant-rangos

           DISPLAY "Etiquetas postales ordenadas por codigo postal"
           DISPLAY "Seleccion: C-Categoria  G-Grupo  A-Campania  "
              "L-Corrida de cartas de cobranza"
           ACCEPT tipo-seleccion
           INSPECT tipo-seleccion CONVERTING "cgal" TO "CGAL"
           PERFORM PREPARAR-SELECCION

           IF seleccion-ok = "S" then
              PERFORM ARMAR-ETIQUETAS
              IF cant-etiquetas > 0 then
                 SORT SORTFILE ON ASCENDING KEY so-rango
                    ASCENDING KEY so-cp ASCENDING KEY so-ap
                    ASCENDING KEY so-nom
                    USING ETIQTMP
                    GIVING ORDENADO
                 PERFORM CONTAR-RANGOS
                 PERFORM IMPRIMIR-ETIQUETAS
                 move "ETIQUETAS" to spool-reporte
                 move "etiquetas.txt" to spool-archivo
                 CALL 'espool' USING spool-reporte spool-archivo
              END-IF
              DISPLAY cant-etiquetas " etiqueta(s) en etiquetas.txt, "
                 "en " cant-rangos " lote(s) por codigo postal"
              PERFORM VARYING indice-rango FROM 1 BY 1
                 UNTIL indice-rango > cant-rangos
                 move rg-codigo(indice-rango) to rs-rango
                 move rg-cp-desde(indice-rango) to rs-desde
                 move rg-cp-hasta(indice-rango) to rs-hasta
                 move rg-cant(indice-rango) to rs-cant
                 DISPLAY linea-resumen
              END-PERFORM
              IF cant-excepciones > 0 then
                 DISPLAY cant-excepciones " contacto(s) sin direccion "
                    "utilizable, ver etiquetas_excepciones.txt"
                 move "A" to ret-estado
                 move "contactos sin direccion para etiquetas"
                    to ret-motivo
              END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       PREPARAR-SELECCION.
           move "S" to seleccion-ok
           move "N" to solo-cartas
           move "N" to usa-grupos
           MOVE SPACES TO filtro-valor
           move tipo-seleccion to tipo-filtro
           IF tipo-seleccion = "C" OR tipo-seleccion = "G" then
              DISPLAY "Valor del filtro"
              ACCEPT filtro-valor
           ELSE
           IF tipo-seleccion = "A" then
              DISPLAY "Numero de campania"
              move 0 to id-campania
              ACCEPT id-campania
              move "N" to seleccion-ok
              OPEN  input CAMPANIAS
              IF campanias-status = "00" then
                 move id-campania to ca-id
                 READ CAMPANIAS KEY IS ca-id
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move "S" to seleccion-ok
                    move "S" to solo-cartas
                    move ca-filtro to tipo-filtro
                    move ca-valor to filtro-valor
                    INSPECT tipo-filtro CONVERTING "cgt" TO "CGT"
                    DISPLAY "Campania " ca-id " del " ca-fecha ", "
                       ca-enviadas " carta(s)"
                 END-READ
                 CLOSE CAMPANIAS
              END-IF
              IF seleccion-ok = "N" then
                 DISPLAY "No existe esa campania."
              END-IF
           ELSE
           IF tipo-seleccion = "L" then
              DISPLAY "Fecha de la corrida de cobranza (AAAAMMDD)"
              move 0 to fecha-corrida
              ACCEPT fecha-corrida
              PERFORM CARGAR-TITULARES
              IF cant-titulares = 0 then
                 DISPLAY "No hubo cartas de cobranza en esa fecha."
                 move "N" to seleccion-ok
              END-IF
           ELSE
              DISPLAY "Seleccion invalida."
              move "N" to seleccion-ok
           END-IF
           END-IF
           END-IF
           IF seleccion-ok = "S" AND tipo-filtro = "G" then
              OPEN  input GRUPOS
              IF grupos-status = "00" then
                 move "S" to usa-grupos
                 CLOSE GRUPOS
              ELSE
                 DISPLAY "No hay grupos definidos todavia."
                 move "N" to seleccion-ok
              END-IF
           END-IF.

       CARGAR-TITULARES.
           OPEN  input COBRANZAS
           IF cobranzas-status = "00" then
              OPEN  input CUENTAS
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ COBRANZAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF cb-fecha = fecha-corrida AND cb-etapa > 0 then
                    move cb-cta to cta-id
                    READ CUENTAS KEY IS cta-id
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       move "N" to en-seleccion
                       PERFORM VARYING indice-tit FROM 1 BY 1
                          UNTIL indice-tit > cant-titulares
                          IF titular-sel(indice-tit) = cta-titular
                             then
                             move "S" to en-seleccion
                          END-IF
                       END-PERFORM
                       IF en-seleccion = "N" AND cant-titulares < 2000
                          then
                          add 1 to cant-titulares
                          move cta-titular
                             to titular-sel(cant-titulares)
                       END-IF
                    END-READ
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE CUENTAS
              CLOSE COBRANZAS
           END-IF.

       ARMAR-ETIQUETAS.
           OPEN  output ETIQTMP
           OPEN  output EXCEPCIONES
           MOVE SPACES TO linea-excepcion
           move "CONTACTOS SIN DIRECCION POSTAL UTILIZABLE"
              to linea-excepcion
           write linea-excepcion
           OPEN  input DIRECCIONES
           OPEN  input DEVUELTOS
           IF devueltos-status = "00" then
              move "S" to hay-devueltos
           ELSE
              move "N" to hay-devueltos
           END-IF
           IF usa-grupos = "S" then
              OPEN  input GRUPOS
           END-IF
           OPEN  input CONTACTOS
           IF status-contactos = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ CONTACTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF usuario NOT = "##VERSION##" AND activo NOT = "N"
                    then
                    PERFORM EVALUAR-SELECCION
                    IF en-seleccion = "S" then
                       PERFORM BUSCAR-DIRECCION
                    END-IF
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE CONTACTOS
           END-IF
           IF usa-grupos = "S" then
              CLOSE GRUPOS
           END-IF
           IF hay-devueltos = "S" then
              CLOSE DEVUELTOS
           END-IF
           IF direcciones-status = "00" then
              CLOSE DIRECCIONES
           END-IF
           CLOSE EXCEPCIONES
           CLOSE ETIQTMP.

       EVALUAR-SELECCION.
           move "N" to en-seleccion
           IF solo-cartas = "S" AND cons-carta NOT = "S" then
              CONTINUE
           ELSE
           IF tipo-seleccion = "L" then
              PERFORM VARYING indice-tit FROM 1 BY 1
                 UNTIL indice-tit > cant-titulares
                 IF titular-sel(indice-tit) = usuario then
                    move "S" to en-seleccion
                 END-IF
              END-PERFORM
           ELSE
           IF tipo-filtro = "T" then
              move "S" to en-seleccion
           ELSE
           IF tipo-filtro = "C" then
              IF categoria = filtro-valor then
                 move "S" to en-seleccion
              END-IF
           ELSE
           IF usa-grupos = "S" then
              move usuario to g-usuario
              move filtro-valor to g-grupo
              READ GRUPOS KEY IS g-clave
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "S" to en-seleccion
              END-READ
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       BUSCAR-DIRECCION.
           move "N" to dir-hallada
           move "SIN DIRECCION CARGADA" to motivo-excepcion
           IF direcciones-status = "00" then
              PERFORM VARYING indice-tipo FROM 1 BY 1
                 UNTIL indice-tipo > 3 OR dir-hallada = "S"
                 move usuario to d-usuario
                 move tipos-dir(indice-tipo) to d-tipo
                 READ DIRECCIONES KEY IS d-clave
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM VALIDAR-DIRECCION
                 END-READ
              END-PERFORM
           END-IF
           IF dir-hallada = "S" then
              MOVE SPACES TO reg-etiqtmp
              IF d-cp(1:1) IS ALPHABETIC then
                 move d-cp(2:2) to et-rango
              ELSE
                 move d-cp(1:2) to et-rango
              END-IF
              move d-cp to et-cp
              move ap to et-ap
              move nom to et-nom
              move usuario to et-usuario
              move d-calle to et-calle
              move d-ciudad to et-ciudad
              move d-provincia to et-provincia
              write reg-etiqtmp
              add 1 to cant-etiquetas
           ELSE
              add 1 to cant-excepciones
              MOVE SPACES TO linea-excepcion
              STRING usuario DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 ap DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 motivo-excepcion DELIMITED BY SIZE
                 INTO linea-excepcion
              write linea-excepcion
           END-IF.

       VALIDAR-DIRECCION.
           IF d-calle = SPACES OR d-cp = SPACES OR d-ciudad = SPACES
              then
              move "DIRECCION INCOMPLETA" to motivo-excepcion
           ELSE
              move "S" to dir-hallada
              IF hay-devueltos = "S" then
                 move d-usuario to dv-usuario
                 move d-tipo to dv-tipo
                 READ DEVUELTOS KEY IS dv-clave
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move "N" to dir-hallada
                    MOVE SPACES TO motivo-excepcion
                    STRING "CORREO DEVUELTO " DELIMITED BY SIZE
                       dv-fecha DELIMITED BY SIZE
                       INTO motivo-excepcion
                 END-READ
              END-IF
           END-IF.

       CONTAR-RANGOS.
           move 0 to cant-rangos
           MOVE SPACES TO rango-actual
           OPEN  input ORDENADO
           move "N" to FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ ORDENADO
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF cant-rangos = 0 OR or-rango NOT = rango-actual then
                 IF cant-rangos < 100 then
                    add 1 to cant-rangos
                    move or-rango to rg-codigo(cant-rangos)
                    move or-cp to rg-cp-desde(cant-rangos)
                    move 0 to rg-cant(cant-rangos)
                 END-IF
                 move or-rango to rango-actual
              END-IF
              add 1 to rg-cant(cant-rangos)
              move or-cp to rg-cp-hasta(cant-rangos)
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           CLOSE ORDENADO.

       IMPRIMIR-ETIQUETAS.
           OPEN  output PRINTFILE
           OPEN  input ORDENADO
           move 0 to indice-rango
           move 0 to cant-fila
           MOVE SPACES TO fila-etiquetas
           MOVE SPACES TO rango-actual
           move "N" to FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ ORDENADO
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF indice-rango = 0 OR or-rango NOT = rango-actual then
                 PERFORM VOLCAR-FILA
                 IF indice-rango < cant-rangos then
                    add 1 to indice-rango
                 END-IF
                 move or-rango to rango-actual
                 PERFORM HOJA-SEPARADORA
              END-IF
              add 1 to cant-fila
              MOVE SPACES TO nombre-etiqueta
              STRING or-nom DELIMITED BY "  "
                 " " DELIMITED BY SIZE
                 or-ap DELIMITED BY "  "
                 INTO nombre-etiqueta
              move nombre-etiqueta to renglon(cant-fila, 1)
              move or-calle to renglon(cant-fila, 2)
              MOVE SPACES TO cp-linea
              STRING "(" DELIMITED BY SIZE
                 or-cp DELIMITED BY SPACE
                 ") " DELIMITED BY SIZE
                 or-ciudad DELIMITED BY "  "
                 INTO cp-linea
              move cp-linea to renglon(cant-fila, 3)
              move or-provincia to renglon(cant-fila, 4)
              IF cant-fila = 3 then
                 PERFORM VOLCAR-FILA
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           PERFORM VOLCAR-FILA
           CLOSE ORDENADO
           CLOSE PRINTFILE.

       HOJA-SEPARADORA.
           MOVE ALL "=" TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           move rg-codigo(indice-rango) to rs-rango
           move rg-cp-desde(indice-rango) to rs-desde
           move rg-cp-hasta(indice-rango) to rs-hasta
           move rg-cant(indice-rango) to rs-cant
           move linea-resumen to linea-print
           write linea-print
           MOVE ALL "=" TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print.

       VOLCAR-FILA.
           IF cant-fila > 0 then
              PERFORM VARYING indice-renglon FROM 1 BY 1
                 UNTIL indice-renglon > 4
                 MOVE SPACES TO linea-print
                 move renglon(1, indice-renglon) to linea-print(1:44)
                 move renglon(2, indice-renglon) to linea-print(45:44)
                 move renglon(3, indice-renglon) to linea-print(89:44)
                 write linea-print
              END-PERFORM
              MOVE SPACES TO linea-print
              write linea-print
           END-IF
           move 0 to cant-fila
           MOVE SPACES TO fila-etiquetas.
