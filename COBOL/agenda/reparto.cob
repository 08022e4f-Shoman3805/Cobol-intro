       IDENTIFICATION DIVISION.
       PROGRAM-ID. reparto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RESUMENES ASSIGN TO "resumencta.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS resumenes-status.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

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

           SELECT ATRIBUTOS ASSIGN TO "atributos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS at-clave
           FILE STATUS IS atributos-status.

           SELECT FALLECIDOS ASSIGN TO "fallecidos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fa-usuario
           FILE STATUS IS fallecidos-status.

           SELECT CORREOTMP ASSIGN TO "reparto_correo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTFILE ASSIGN TO "sort.tmp".

           SELECT ORDENADO ASSIGN TO "reparto_orden.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CORREO ASSIGN TO "resumen_correo.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMAILS ASSIGN TO "resumen_email.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETENIDOS ASSIGN TO "resumen_retenidos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTFILE ASSIGN TO "reparto.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RESUMENES.
       01  linea-resumen pic x(80).

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

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

       FD  ATRIBUTOS.
       01  reg-atributo.
           05 at-clave.
              10 at-usuario pic x(30).
              10 at-nombre pic x(10).
           05 at-valor pic x(30).

       FD  FALLECIDOS.
       COPY "fallecido.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CORREOTMP.
       01  reg-correo.
           05 rc-cp pic x(08).
           05 rc-cta pic 9(05).
           05 rc-seq pic 9(04).
           05 rc-linea pic x(80).

       SD  SORTFILE.
       01  reg-orden.
           05 so-cp pic x(08).
           05 so-cta pic 9(05).
           05 so-seq pic 9(04).
           05 so-linea pic x(80).

       FD  ORDENADO.
       01  reg-ordenado.
           05 or-cp pic x(08).
           05 or-cta pic 9(05).
           05 or-seq pic 9(04).
           05 or-linea pic x(80).

       FD  CORREO.
       01  linea-correo pic x(80).

       FD  EMAILS.
       01  linea-email pic x(80).

       FD  RETENIDOS.
       01  linea-retenido pic x(80).

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 resumenes-status pic x(2).
       01 status-cuentas pic x(2).
       01 status-contactos pic x(2).
       01 direcciones-status pic x(2).
       01 atributos-status pic x(2).
       01 fallecidos-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 hoy pic 9(08).
       01 titulo-resumen pic x(80).
       01 cant-bloque pic 9(03) value 0.
       01 indice-bloque pic 9(03).
       01 tabla-bloque.
           05 bloque-linea OCCURS 300 TIMES pic x(80).
       01 cta-bloque pic 9(05).
       01 canal pic x(01).
       01 titular-ok pic x(01).
       01 hay-cuentas pic x(01).
       01 hay-contactos pic x(01).
       01 hay-direcciones pic x(01).
       01 hay-atributos pic x(01).
       01 hay-fallecidos pic x(01).
       01 motivo-retencion pic x(30).
       01 dir-hallada pic x(1).
       01 indice-tipo pic 9(1).
       01 tipos-dir-tabla.
           05 filler pic x(07) value "casa".
           05 filler pic x(07) value "trabajo".
           05 filler pic x(07) value "fiscal".
       01 tipos-dir REDEFINES tipos-dir-tabla
           pic x(07) occurs 3 times.
       01 seq-correo pic 9(04).
       01 cant-resumenes pic 9(05) value 0.
       01 cant-correo pic 9(05) value 0.
       01 cant-email pic 9(05) value 0.
       01 cant-retenidos pic 9(05) value 0.
       01 cant-fallecidos pic 9(05) value 0.
       01 cant-devueltos pic 9(05) value 0.
       01 cant-sin-direccion pic 9(05) value 0.
       01 cant-sin-titular pic 9(05) value 0.
       01 cant-truncados pic 9(05) value 0.
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-bloque
           move 0 to cant-resumenes
           move 0 to cant-correo
           move 0 to cant-email
           move 0 to cant-retenidos
           move 0 to cant-fallecidos
           move 0 to cant-devueltos
           move 0 to cant-sin-direccion
           move 0 to cant-sin-titular
           move 0 to cant-truncados
           move 0 to cta-bloque

           ACCEPT hoy FROM DATE YYYYMMDD

           OPEN  input RESUMENES
           IF resumenes-status NOT = "00" then
              display "No hay resumenes para distribuir "
                 "(falta resumencta.txt)."
              move "A" to ret-estado
              move "resumencta.txt no disponible" to ret-motivo
           ELSE
              OPEN  input CUENTAS
              OPEN  input CONTACTOS
              OPEN  input DIRECCIONES
              OPEN  input ATRIBUTOS
              OPEN  input FALLECIDOS
              move "N" to hay-cuentas
              move "N" to hay-contactos
              move "N" to hay-direcciones
              move "N" to hay-atributos
              move "N" to hay-fallecidos
              IF status-cuentas = "00" then
                 move "S" to hay-cuentas
              END-IF
              IF status-contactos = "00" then
                 move "S" to hay-contactos
              END-IF
              IF direcciones-status = "00" then
                 move "S" to hay-direcciones
              END-IF
              IF atributos-status = "00" then
                 move "S" to hay-atributos
              END-IF
              IF fallecidos-status = "00" then
                 move "S" to hay-fallecidos
              END-IF
              OPEN  output CORREOTMP
              OPEN  output EMAILS
              OPEN  output RETENIDOS
              MOVE SPACES TO titulo-resumen
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ RESUMENES
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 PERFORM CLASIFICAR-LINEA
              END-READ
              END-PERFORM
              IF cant-bloque > 0 then
                 PERFORM ENCAMINAR-RESUMEN
              END-IF
              CLOSE RESUMENES
              CLOSE CORREOTMP
              CLOSE EMAILS
              CLOSE RETENIDOS
              IF hay-atributos = "S" then
                 CLOSE ATRIBUTOS
              END-IF
              IF hay-fallecidos = "S" then
                 CLOSE FALLECIDOS
              END-IF
              IF hay-direcciones = "S" then
                 CLOSE DIRECCIONES
              END-IF
              IF hay-contactos = "S" then
                 CLOSE CONTACTOS
              END-IF
              IF hay-cuentas = "S" then
                 CLOSE CUENTAS
              END-IF

              SORT SORTFILE ON ASCENDING KEY so-cp
                 ASCENDING KEY so-cta ASCENDING KEY so-seq
                 USING CORREOTMP
                 GIVING ORDENADO
              PERFORM ARMAR-CORREO
              PERFORM IMPRIMIR-DISTRIBUCION
              move "REPARTO" to spool-reporte
              move "reparto.txt" to spool-archivo
              CALL 'espool' USING spool-reporte spool-archivo

              display "Resumenes distribuidos: " cant-resumenes
              display "  Correo postal (por CP): " cant-correo
                 " en resumen_correo.txt"
              display "  Email.................: " cant-email
                 " en resumen_email.txt"
              display "  Retenidos en sucursal.: " cant-retenidos
                 " en resumen_retenidos.txt"
              display "Distribucion en reparto.txt"
              IF cant-sin-titular > 0 OR cant-truncados > 0 then
                 move "A" to ret-estado
                 move "resumenes sin titular o truncados"
                    to ret-motivo
              END-IF
           END-IF
           move "N" to FIN-ARCHIVO

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       CLASIFICAR-LINEA.
           IF linea-resumen(1:7) = "CUENTA " then
              IF cant-bloque > 0 then
                 PERFORM ENCAMINAR-RESUMEN
              END-IF
              move 0 to cant-bloque
              move 0 to cta-bloque
              IF linea-resumen(8:5) IS NUMERIC then
                 move linea-resumen(8:5) to cta-bloque
              END-IF
              PERFORM GUARDAR-LINEA
           ELSE
           IF linea-resumen(1:19) = "Cuentas procesadas:" then
              IF cant-bloque > 0 then
                 PERFORM ENCAMINAR-RESUMEN
              END-IF
              move 0 to cant-bloque
           ELSE
           IF cant-bloque > 0 AND linea-resumen NOT = SPACES then
              PERFORM GUARDAR-LINEA
           ELSE
           IF titulo-resumen = SPACES then
              move linea-resumen to titulo-resumen
           END-IF
           END-IF
           END-IF
           END-IF.

       GUARDAR-LINEA.
           IF cant-bloque < 300 then
              add 1 to cant-bloque
              move linea-resumen to bloque-linea(cant-bloque)
           ELSE
              IF cant-bloque = 300 then
                 add 1 to cant-truncados
                 add 1 to cant-bloque
              END-IF
           END-IF.

       ENCAMINAR-RESUMEN.
           IF cant-bloque > 300 then
              move 300 to cant-bloque
           END-IF
           add 1 to cant-resumenes
           PERFORM ELEGIR-CANAL
           IF canal = "R" then
              PERFORM ESCRIBIR-RETENIDO
           ELSE
           IF canal = "E" then
              PERFORM ESCRIBIR-EMAIL
           ELSE
              PERFORM ESCRIBIR-CORREO
           END-IF
           END-IF
           move 0 to cant-bloque.

       ELEGIR-CANAL.
           move "R" to canal
           MOVE SPACES TO motivo-retencion
           move "N" to dir-hallada
           move "S" to titular-ok
           IF hay-cuentas = "S" then
              move cta-bloque to cta-id
              READ CUENTAS KEY IS cta-id
              INVALID KEY
                 move "N" to titular-ok
              END-READ
           ELSE
              move "N" to titular-ok
           END-IF
           IF titular-ok = "S" AND hay-contactos = "S" then
              move cta-titular to usuario
              READ CONTACTOS KEY IS usuario
              INVALID KEY
                 move "N" to titular-ok
              END-READ
           ELSE
              move "N" to titular-ok
           END-IF
           IF titular-ok NOT = "S" then
              move "titular no esta en la agenda" to motivo-retencion
              add 1 to cant-sin-titular
           ELSE
              PERFORM BUSCAR-MARCAS
              IF motivo-retencion = SPACES then
                 IF email NOT = SPACES AND email-estado NOT = "R" AND
                    cons-email = "S" then
                    move "E" to canal
                 ELSE
                    PERFORM BUSCAR-DIRECCION
                    IF dir-hallada = "S" then
                       move "C" to canal
                    ELSE
                       move "sin direccion postal" to motivo-retencion
                       add 1 to cant-sin-direccion
                    END-IF
                 END-IF
              END-IF
           END-IF.

       BUSCAR-MARCAS.
           IF hay-fallecidos = "S" then
              move usuario to fa-usuario
              READ FALLECIDOS KEY IS fa-usuario
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 move "titular fallecido" to motivo-retencion
                 add 1 to cant-fallecidos
              END-READ
           END-IF
           IF hay-atributos = "S" AND motivo-retencion = SPACES
              then
              move usuario to at-usuario
              move "FALLECIDO" to at-nombre
              READ ATRIBUTOS KEY IS at-clave
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF at-valor NOT = SPACES then
                    move "titular fallecido" to motivo-retencion
                    add 1 to cant-fallecidos
                 END-IF
              END-READ
           END-IF
           IF hay-atributos = "S" AND motivo-retencion = SPACES
              then
              move usuario to at-usuario
              move "CORREO" to at-nombre
              READ ATRIBUTOS KEY IS at-clave
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF at-valor(1:8) = "DEVUELTO" OR
                    at-valor(1:8) = "devuelto" then
                    move "correo devuelto" to motivo-retencion
                    add 1 to cant-devueltos
                 END-IF
              END-READ
           END-IF.

       BUSCAR-DIRECCION.
           IF hay-direcciones = "S" then
              PERFORM VARYING indice-tipo FROM 1 BY 1
                 UNTIL indice-tipo > 3 OR dir-hallada = "S"
                 move usuario to d-usuario
                 move tipos-dir(indice-tipo) to d-tipo
                 READ DIRECCIONES KEY IS d-clave
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF d-cp NOT = SPACES then
                       move "S" to dir-hallada
                    END-IF
                 END-READ
              END-PERFORM
           END-IF.

       ESCRIBIR-EMAIL.
           add 1 to cant-email
           MOVE ALL "=" TO linea-email
           write linea-email
           MOVE SPACES TO linea-email
           STRING "PARA: " DELIMITED BY SIZE
              email DELIMITED BY " "
              "  (" DELIMITED BY SIZE
              nom DELIMITED BY "  "
              " " DELIMITED BY SIZE
              ap DELIMITED BY "  "
              ")" DELIMITED BY SIZE
              INTO linea-email
           write linea-email
           move titulo-resumen to linea-email
           write linea-email
           PERFORM VARYING indice-bloque FROM 1 BY 1
              UNTIL indice-bloque > cant-bloque
              move bloque-linea(indice-bloque) to linea-email
              write linea-email
           END-PERFORM.

       ESCRIBIR-RETENIDO.
           add 1 to cant-retenidos
           MOVE ALL "=" TO linea-retenido
           write linea-retenido
           MOVE SPACES TO linea-retenido
           STRING "RETENIDO EN SUCURSAL: " DELIMITED BY SIZE
              motivo-retencion DELIMITED BY "  "
              " - cuenta " DELIMITED BY SIZE
              cta-bloque DELIMITED BY SIZE
              INTO linea-retenido
           write linea-retenido
           PERFORM VARYING indice-bloque FROM 1 BY 1
              UNTIL indice-bloque > cant-bloque
              move bloque-linea(indice-bloque) to linea-retenido
              write linea-retenido
           END-PERFORM.

       ESCRIBIR-CORREO.
           add 1 to cant-correo
           move 0 to seq-correo
           MOVE ALL "=" TO rc-linea
           PERFORM GRABAR-CORREO
           MOVE SPACES TO rc-linea
           STRING "Sr/Sra " DELIMITED BY SIZE
              nom DELIMITED BY "  "
              " " DELIMITED BY SIZE
              ap DELIMITED BY "  "
              INTO rc-linea
           PERFORM GRABAR-CORREO
           move d-calle to rc-linea
           PERFORM GRABAR-CORREO
           MOVE SPACES TO rc-linea
           STRING d-cp DELIMITED BY " "
              " " DELIMITED BY SIZE
              d-ciudad DELIMITED BY "  "
              ", " DELIMITED BY SIZE
              d-provincia DELIMITED BY "  "
              INTO rc-linea
           PERFORM GRABAR-CORREO
           MOVE SPACES TO rc-linea
           PERFORM GRABAR-CORREO
           move titulo-resumen to rc-linea
           PERFORM GRABAR-CORREO
           PERFORM VARYING indice-bloque FROM 1 BY 1
              UNTIL indice-bloque > cant-bloque
              move bloque-linea(indice-bloque) to rc-linea
              PERFORM GRABAR-CORREO
           END-PERFORM.

       GRABAR-CORREO.
           add 1 to seq-correo
           move d-cp to rc-cp
           move cta-bloque to rc-cta
           move seq-correo to rc-seq
           write reg-correo
           MOVE SPACES TO rc-linea.

       ARMAR-CORREO.
           OPEN  input ORDENADO
           OPEN  output CORREO
           move "N" to FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ ORDENADO
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              move or-linea to linea-correo
              write linea-correo
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           CLOSE CORREO
           CLOSE ORDENADO.

       IMPRIMIR-DISTRIBUCION.
           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "DISTRIBUCION DE RESUMENES POR CANAL - " DELIMITED
              BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           move titulo-resumen to linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Resumenes procesados........: " DELIMITED BY SIZE
              cant-resumenes DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Correo postal, orden por CP.: " DELIMITED BY SIZE
              cant-correo DELIMITED BY SIZE
              "  (resumen_correo.txt)" DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Email.......................: " DELIMITED BY SIZE
              cant-email DELIMITED BY SIZE
              "  (resumen_email.txt)" DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "Retenidos en sucursal.......: " DELIMITED BY SIZE
              cant-retenidos DELIMITED BY SIZE
              "  (resumen_retenidos.txt)" DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "   titular fallecido........: " DELIMITED BY SIZE
              cant-fallecidos DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "   correo devuelto..........: " DELIMITED BY SIZE
              cant-devueltos DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "   sin direccion postal.....: " DELIMITED BY SIZE
              cant-sin-direccion DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "   titular no en la agenda..: " DELIMITED BY SIZE
              cant-sin-titular DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           IF cant-truncados > 0 then
              MOVE SPACES TO linea-print
              STRING "Resumenes truncados a 300 lineas: "
                 DELIMITED BY SIZE
                 cant-truncados DELIMITED BY SIZE
                 INTO linea-print
              write linea-print
           END-IF
           CLOSE PRINTFILE.
