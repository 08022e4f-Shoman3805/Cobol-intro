       IDENTIFICATION DIVISION.
       PROGRAM-ID. hogares.

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

           SELECT LOCALIDADES ASSIGN TO "localidades.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS lo-cp
           FILE STATUS IS localidades-status.

           SELECT HOGARES ASSIGN TO "hogares.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ho-usuario
           ALTERNATE RECORD KEY IS ho-id WITH DUPLICATES
           FILE STATUS IS hogares-status.

           SELECT PRINTFILE ASSIGN TO "hogares_propuestos.txt"
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

       FD  LOCALIDADES.
       01  reg-localidad.
           05 lo-cp pic x(08).
           05 lo-ciudad pic x(20).
           05 lo-provincia pic x(20).

       FD  HOGARES.
       COPY "hogar.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 status-contactos pic x(2).
       01 direcciones-status pic x(2).
       01 localidades-status pic x(2).
       01 hogares-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hay-localidades pic x(1).
       01 fuentes-ok pic x(1).
       01 hoy pic 9(08).
       01 cant-hm pic 9(04) value 0.
       01 hm-desbordados pic x(1) value "N".
       01 tabla-hogares.
           05 miembro OCCURS 3000 TIMES.
              10 hm-usuario pic x(30).
              10 hm-nom pic x(20).
              10 hm-ap pic x(20).
              10 hm-direccion.
                 15 hm-calle pic x(30).
                 15 hm-ciudad pic x(20).
                 15 hm-cp pic x(08).
              10 hm-id pic 9(06).
              10 hm-estado pic x(01).
              10 hm-jefe pic x(01).
              10 hm-apellido pic x(20).
              10 hm-jefe-nom pic x(20).
              10 hm-jefe-ap pic x(20).
              10 hm-fecha pic 9(08).
              10 hm-operador pic x(20).
              10 hm-listado pic x(01).
       01 indice-hm pic 9(04).
       01 indice-otro pic 9(04).
       01 pos-hm pic 9(04).
       01 usuario-buscado pic x(30).
       01 id-mayor pic 9(06).
       01 id-nuevo pic 9(06).
       01 nombre-contador pic x(12).
       01 minimo-contador pic 9(8).
       01 valor-contador pic 9(8).
       01 norm-entrada pic x(30).
       01 norm-salida pic x(30).
       01 norm-sin-espacios pic x(1).
       01 pos-norm pic 9(02).
       01 pos-salida pic 9(02).
       01 anterior-blanco pic x(1).
       01 cant-sin-direccion pic 9(05) value 0.
       01 cant-mudados pic 9(05) value 0.
       01 cant-conservados pic 9(05) value 0.
       01 cant-propuestos pic 9(05) value 0.
       01 cant-hogares-nuevos pic 9(05) value 0.
       01 cant-sumados pic 9(05) value 0.
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           ACCEPT hoy FROM DATE YYYYMMDD
           move "N" to hm-desbordados
           move 0 to id-mayor
           move 0 to cant-sin-direccion
           move 0 to cant-mudados
           move 0 to cant-conservados
           move 0 to cant-propuestos
           move 0 to cant-hogares-nuevos
           move 0 to cant-sumados

           PERFORM CARGAR-CONTACTOS
           IF fuentes-ok = "N" then
              display "No hay contactos o direcciones registrados."
              move "A" to ret-estado
              move "sin direcciones para agrupar" to ret-motivo
           ELSE
           IF hm-desbordados = "S" then
              display "Mas de 3000 contactos con domicilio: no se "
                 "actualizan los hogares."
              move "E" to ret-estado
              move "tabla de hogares desbordada" to ret-motivo
           ELSE
              PERFORM CARGAR-HOGARES
              PERFORM SUMAR-A-CONFIRMADOS
              PERFORM PROPONER-HOGARES
              PERFORM ACTUALIZAR-JEFES
              PERFORM GRABAR-HOGARES
              PERFORM EMITIR-REPORTE
              move "HOG-PROP" to aud-accion
              MOVE SPACES TO aud-usuario
              STRING "propuestos " DELIMITED BY SIZE
                 cant-propuestos DELIMITED BY SIZE
                 INTO aud-usuario
              CALL 'auditar' USING aud-accion aud-usuario
              display cant-propuestos " contacto(s) propuestos en "
                 cant-hogares-nuevos " hogar(es) nuevos y "
                 cant-sumados " sumados a hogares confirmados."
              display "Reporte en hogares_propuestos.txt"
              IF cant-propuestos > 0 then
                 move "A" to ret-estado
                 move "hogares pendientes de confirmar" to ret-motivo
              END-IF
           END-IF
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       CARGAR-CONTACTOS.
           move 0 to cant-hm
           move "N" to fuentes-ok
           OPEN  input LOCALIDADES
           IF localidades-status = "00" then
              move "S" to hay-localidades
           ELSE
              move "N" to hay-localidades
           END-IF
           OPEN  input DIRECCIONES
           IF direcciones-status = "00" then
              OPEN  input CONTACTOS
              IF status-contactos = "00" then
                 move "S" to fuentes-ok
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ CONTACTOS NEXT RECORD
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF usuario NOT = "##VERSION##" AND
                       activo NOT = "N" then
                       PERFORM AGREGAR-CONTACTO
                    END-IF
                 END-READ
                 END-PERFORM
                 CLOSE CONTACTOS
              END-IF
              CLOSE DIRECCIONES
           END-IF
           IF hay-localidades = "S" then
              CLOSE LOCALIDADES
           END-IF
           move "N" to FIN-ARCHIVO.

       AGREGAR-CONTACTO.
           move usuario to d-usuario
           move "casa" to d-tipo
           READ DIRECCIONES KEY IS d-clave
           INVALID KEY
              add 1 to cant-sin-direccion
           NOT INVALID KEY
              IF d-calle = SPACES OR d-cp = SPACES then
                 add 1 to cant-sin-direccion
              ELSE
              IF cant-hm < 3000 then
                 add 1 to cant-hm
                 move usuario to hm-usuario(cant-hm)
                 move nom to hm-nom(cant-hm)
                 move ap to hm-ap(cant-hm)
                 PERFORM NORMALIZAR-DIRECCION
                 move 0 to hm-id(cant-hm)
                 MOVE SPACES TO hm-estado(cant-hm)
                 move "N" to hm-jefe(cant-hm)
                 MOVE SPACES TO hm-apellido(cant-hm)
                 MOVE SPACES TO hm-jefe-nom(cant-hm)
                 MOVE SPACES TO hm-jefe-ap(cant-hm)
                 move 0 to hm-fecha(cant-hm)
                 MOVE SPACES TO hm-operador(cant-hm)
                 move "N" to hm-listado(cant-hm)
              ELSE
                 move "S" to hm-desbordados
              END-IF
              END-IF
           END-READ.

       NORMALIZAR-DIRECCION.
           move d-calle to norm-entrada
           move "N" to norm-sin-espacios
           PERFORM COMPACTAR-TEXTO
           move norm-salida to hm-calle(cant-hm)
           MOVE SPACES TO norm-entrada
           move d-cp to norm-entrada
           move "S" to norm-sin-espacios
           PERFORM COMPACTAR-TEXTO
           move norm-salida to hm-cp(cant-hm)
           MOVE SPACES TO norm-entrada
           move d-ciudad to norm-entrada
           IF hay-localidades = "S" then
              move d-cp to lo-cp
              READ LOCALIDADES KEY IS lo-cp
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SPACES TO norm-entrada
                 move lo-ciudad to norm-entrada
              END-READ
           END-IF
           move "N" to norm-sin-espacios
           PERFORM COMPACTAR-TEXTO
           move norm-salida to hm-ciudad(cant-hm).

       COMPACTAR-TEXTO.
           INSPECT norm-entrada CONVERTING
              "abcdefghijklmnopqrstuvwxyz.,;:#'" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ      "
           MOVE SPACES TO norm-salida
           move 0 to pos-salida
           move "S" to anterior-blanco
           PERFORM VARYING pos-norm FROM 1 BY 1 UNTIL pos-norm > 30
              IF norm-entrada(pos-norm:1) = SPACE then
                 move "S" to anterior-blanco
              ELSE
                 IF anterior-blanco = "S" AND pos-salida > 0 AND
                    norm-sin-espacios = "N" then
                    add 1 to pos-salida
                 END-IF
                 add 1 to pos-salida
                 move norm-entrada(pos-norm:1) to
                    norm-salida(pos-salida:1)
                 move "N" to anterior-blanco
              END-IF
           END-PERFORM.

       BUSCAR-MIEMBRO.
           move 0 to pos-hm
           PERFORM VARYING indice-otro FROM 1 BY 1
              UNTIL indice-otro > cant-hm OR pos-hm NOT = 0
              IF hm-usuario(indice-otro) = usuario-buscado then
                 move indice-otro to pos-hm
              END-IF
           END-PERFORM.

       CARGAR-HOGARES.
           OPEN  input HOGARES
           IF hogares-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ HOGARES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF ho-id > id-mayor then
                    move ho-id to id-mayor
                 END-IF
                 move ho-usuario to usuario-buscado
                 PERFORM BUSCAR-MIEMBRO
                 IF pos-hm = 0 then
                    add 1 to cant-mudados
                 ELSE
                 IF ho-direccion NOT = hm-direccion(pos-hm) then
                    add 1 to cant-mudados
                 ELSE
                 IF ho-estado = "C" OR ho-estado = "I" then
                    add 1 to cant-conservados
                    move ho-id to hm-id(pos-hm)
                    move ho-estado to hm-estado(pos-hm)
                    move ho-jefe to hm-jefe(pos-hm)
                    move ho-apellido to hm-apellido(pos-hm)
                    move ho-fecha to hm-fecha(pos-hm)
                    move ho-operador to hm-operador(pos-hm)
                 END-IF
                 END-IF
                 END-IF
              END-READ
              END-PERFORM
              CLOSE HOGARES
           END-IF
           move "N" to FIN-ARCHIVO.

       SUMAR-A-CONFIRMADOS.
           PERFORM VARYING indice-hm FROM 1 BY 1
              UNTIL indice-hm > cant-hm
              IF hm-estado(indice-hm) = SPACES then
                 move 0 to pos-hm
                 PERFORM VARYING indice-otro FROM 1 BY 1
                    UNTIL indice-otro > cant-hm OR pos-hm NOT = 0
                    IF hm-estado(indice-otro) = "C" AND
                       hm-direccion(indice-otro) =
                       hm-direccion(indice-hm) then
                       move indice-otro to pos-hm
                    END-IF
                 END-PERFORM
                 IF pos-hm NOT = 0 then
                    move hm-id(pos-hm) to hm-id(indice-hm)
                    move hm-apellido(pos-hm) to hm-apellido(indice-hm)
                    move "P" to hm-estado(indice-hm)
                    move hoy to hm-fecha(indice-hm)
                    add 1 to cant-propuestos
                    add 1 to cant-sumados
                 END-IF
              END-IF
           END-PERFORM.

       PROPONER-HOGARES.
           PERFORM VARYING indice-hm FROM 1 BY 1
              UNTIL indice-hm > cant-hm
              IF hm-estado(indice-hm) = SPACES then
                 move 0 to pos-hm
                 PERFORM VARYING indice-otro FROM 1 BY 1
                    UNTIL indice-otro > cant-hm OR pos-hm NOT = 0
                    IF hm-estado(indice-otro) = "P" AND
                       hm-direccion(indice-otro) =
                       hm-direccion(indice-hm) then
                       move indice-otro to pos-hm
                    END-IF
                 END-PERFORM
                 IF pos-hm = 0 then
                    PERFORM VARYING indice-otro FROM indice-hm BY 1
                       UNTIL indice-otro > cant-hm OR pos-hm NOT = 0
                       IF indice-otro NOT = indice-hm AND
                          hm-estado(indice-otro) = SPACES AND
                          hm-direccion(indice-otro) =
                          hm-direccion(indice-hm) then
                          move indice-otro to pos-hm
                       END-IF
                    END-PERFORM
                    IF pos-hm NOT = 0 then
                       PERFORM NUMERAR-HOGAR
                       move id-nuevo to hm-id(indice-hm)
                       move hm-ap(indice-hm) to hm-apellido(indice-hm)
                       add 1 to cant-hogares-nuevos
                    END-IF
                 ELSE
                    move hm-id(pos-hm) to hm-id(indice-hm)
                    move hm-apellido(pos-hm) to hm-apellido(indice-hm)
                 END-IF
                 IF pos-hm NOT = 0 then
                    move "P" to hm-estado(indice-hm)
                    move hoy to hm-fecha(indice-hm)
                    add 1 to cant-propuestos
                 END-IF
              END-IF
           END-PERFORM.

       NUMERAR-HOGAR.
           move "HOGAR" to nombre-contador
           move id-mayor to minimo-contador
           CALL 'contador' USING nombre-contador
              minimo-contador valor-contador
           IF valor-contador = 0 then
              compute id-nuevo = id-mayor + 1
           ELSE
              move valor-contador to id-nuevo
           END-IF
           move id-nuevo to id-mayor.

       ACTUALIZAR-JEFES.
           PERFORM VARYING indice-hm FROM 1 BY 1
              UNTIL indice-hm > cant-hm
              IF hm-estado(indice-hm) = "C" AND
                 hm-jefe(indice-hm) = "S" then
                 PERFORM VARYING indice-otro FROM 1 BY 1
                    UNTIL indice-otro > cant-hm
                    IF hm-id(indice-otro) = hm-id(indice-hm) then
                       move hm-nom(indice-hm) to
                          hm-jefe-nom(indice-otro)
                       move hm-ap(indice-hm) to
                          hm-jefe-ap(indice-otro)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       GRABAR-HOGARES.
           OPEN  output HOGARES
           PERFORM VARYING indice-hm FROM 1 BY 1
              UNTIL indice-hm > cant-hm
              IF hm-estado(indice-hm) NOT = SPACES then
                 move hm-usuario(indice-hm) to ho-usuario
                 move hm-id(indice-hm) to ho-id
                 move hm-estado(indice-hm) to ho-estado
                 move hm-jefe(indice-hm) to ho-jefe
                 move hm-apellido(indice-hm) to ho-apellido
                 move hm-jefe-nom(indice-hm) to ho-jefe-nom
                 move hm-jefe-ap(indice-hm) to ho-jefe-ap
                 move hm-direccion(indice-hm) to ho-direccion
                 move hm-fecha(indice-hm) to ho-fecha
                 move hm-operador(indice-hm) to ho-operador
                 WRITE reg-hogar
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-IF
           END-PERFORM
           CLOSE HOGARES.

       EMITIR-REPORTE.
           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "HOGARES PROPUESTOS PENDIENTES DE CONFIRMAR - "
              DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           PERFORM VARYING indice-hm FROM 1 BY 1
              UNTIL indice-hm > cant-hm
              IF hm-estado(indice-hm) = "P" AND
                 hm-listado(indice-hm) = "N" then
                 MOVE SPACES TO linea-print
                 write linea-print
                 MOVE SPACES TO linea-print
                 STRING "Hogar " DELIMITED BY SIZE
                    hm-id(indice-hm) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    hm-calle(indice-hm) DELIMITED BY "  "
                    ", " DELIMITED BY SIZE
                    hm-ciudad(indice-hm) DELIMITED BY "  "
                    " (" DELIMITED BY SIZE
                    hm-cp(indice-hm) DELIMITED BY SPACE
                    ")" DELIMITED BY SIZE
                    INTO linea-print
                 write linea-print
                 PERFORM VARYING indice-otro FROM 1 BY 1
                    UNTIL indice-otro > cant-hm
                    IF hm-id(indice-otro) = hm-id(indice-hm) AND
                       hm-estado(indice-otro) NOT = "I" then
                       move "S" to hm-listado(indice-otro)
                       MOVE SPACES TO linea-print
                       STRING "   " DELIMITED BY SIZE
                          hm-usuario(indice-otro) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          hm-nom(indice-otro) DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          hm-ap(indice-otro) DELIMITED BY "  "
                          INTO linea-print
                       IF hm-estado(indice-otro) = "C" then
                          move "(confirmado)" to linea-print(85:12)
                       END-IF
                       write linea-print
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Propuestos: " DELIMITED BY SIZE
              cant-propuestos DELIMITED BY SIZE
              "  Hogares nuevos: " DELIMITED BY SIZE
              cant-hogares-nuevos DELIMITED BY SIZE
              "  Conservados: " DELIMITED BY SIZE
              cant-conservados DELIMITED BY SIZE
              "  Mudados o bajas: " DELIMITED BY SIZE
              cant-mudados DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Contactos activos sin domicilio particular: "
              DELIMITED BY SIZE
              cant-sin-direccion DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           CLOSE PRINTFILE
           move "HOGARES" to spool-reporte
           move "hogares_propuestos.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo.
