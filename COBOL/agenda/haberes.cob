       IDENTIFICATION DIVISION.
       PROGRAM-ID. haberes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HABERES ASSIGN TO "haberes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS haberes-status.

           SELECT EMPRESAS ASSIGN TO "empresas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS e-id
           FILE STATUS IS empresas-status.

           SELECT CONTACTOS ASSIGN TO "contactos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS usuario
           ALTERNATE RECORD KEY IS ap WITH DUPLICATES
           ALTERNATE RECORD KEY IS num WITH DUPLICATES
           FILE STATUS IS status-contactos.

           SELECT CUENTAS ASSIGN TO "cuentas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS cta-id
           FILE STATUS IS status-cuentas.

           SELECT DOCUMENTOS ASSIGN TO "documentos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS doc-usuario
           FILE STATUS IS documentos-status.

           SELECT HABLOG ASSIGN TO "haberes_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS hablog-status.

           SELECT PRINTFILE ASSIGN TO "haberes_rechazos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  HABERES.
       01  hab-cabecera.
           05 hc-tipo pic x(01).
           05 hc-empresa pic x(10).
           05 hc-cuit pic x(13).
           05 hc-cantidad pic 9(05).
           05 hc-total pic 9(08).
           05 filler pic x(33).
       01  hab-detalle.
           05 hd-tipo pic x(01).
           05 hd-clave-tipo pic x(01).
           05 hd-clave pic x(20).
           05 hd-importe pic 9(06).
           05 hd-nombre pic x(30).
           05 filler pic x(12).

       FD  EMPRESAS.
       01  reg-empresa.
           05 e-id pic x(10).
           05 e-razon pic x(30).
           05 e-cuit pic x(13).
           05 e-telefono pic 9(10).

       FD  CONTACTOS.
       COPY "contacto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CUENTAS.
       COPY "cuenta.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  DOCUMENTOS.
       COPY "documento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  HABLOG.
       01  reg-hablog.
           05 hl-fecha pic 9(08).
           05 hl-hora pic 9(08).
           05 hl-empresa pic x(10).
           05 hl-cantidad pic 9(05).
           05 hl-total pic 9(08).
           05 hl-cuenta pic 9(05).
           05 hl-rechazados pic 9(05).
           05 hl-operador pic x(20).

       FD  PRINTFILE.
       01  linea-print pic x(100).

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 haberes-status pic x(2).
       01 empresas-status pic x(2).
       01 status-contactos pic x(2).
       01 status-cuentas pic x(2).
       01 documentos-status pic x(2).
       01 hablog-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-BUSQUEDA pic x(1).
       01 operador-actual pic x(20).
       01 hoy pic 9(08).
       01 ahora pic 9(08).
       01 archivo-ok pic x(1).
       01 empresa-archivo pic x(10).
       01 razon-archivo pic x(30).
       01 cantidad-cabecera pic 9(05).
       01 total-cabecera pic 9(08).
       01 cant-detalles pic 9(05).
       01 total-detalles pic 9(10).
       01 cant-malformados pic 9(05).
       01 cuit-origen pic x(13).
       01 cuit-normal pic x(11).
       01 cuit-archivo pic x(11).
       01 cuit-empresa pic x(11).
       01 pos-cuit pic 9(02).
       01 largo-cuit pic 9(02).
       01 ya-importado pic x(1).
       01 confirma pic x(1).
       01 cuenta-empleador pic 9(05).
       01 titular-empleador pic x(30).
       01 empleador-ok pic x(1).
       01 cuenta-destino pic 9(05).
       01 titular-buscado pic x(30).
       01 motivo-rechazo pic x(30).
       01 cant-acreditados pic 9(05).
       01 total-acreditado pic 9(10).
       01 cant-rechazados pic 9(05).
       01 total-rechazado pic 9(10).
       01 importe-pendiente pic 9(10).
       01 importe-tramo pic 9(06).
       01 importe-asentado pic 9(10).
       01 tipo-asiento pic x(01).
       01 referencia-asiento pic x(20).
       01 categoria-asiento pic x(04).
       01 asiento-ok pic x(1).
       01 resultado-asiento pic x(1).
       01 saldo-asiento pic s9(8).
       01 importe-edit pic z(9)9.
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 atr-funcion pic x(1).
       01 atr-tipo pic x(1).
       01 atr-importe pic 9(08).
       01 atr-detalle pic x(30).
       01 atr-resultado pic x(1).
       01 atr-motivo pic x(40).
       01 atr-sobrepaso pic x(1).
       01 programa-visado pic x(10) value "haberes".
       01 detalle-visado pic x(80).
       01 resultado-visado pic x(1).
       01 linea-rechazo.
           05 rch-clave-tipo pic x(01).
           05 filler pic x(01) value SPACE.
           05 rch-clave pic x(20).
           05 filler pic x(01) value SPACE.
           05 rch-importe pic z(5)9.
           05 filler pic x(01) value SPACE.
           05 rch-nombre pic x(30).
           05 filler pic x(01) value SPACE.
           05 rch-motivo pic x(30).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).
       COPY "movimiento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       LINKAGE SECTION.
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo

           MOVE SPACES TO operador-actual
           OPEN  input SESION
           IF sesion-status = "00" then
              READ SESION
              AT END
                 CONTINUE
              NOT AT END
                 move linea-sesion to operador-actual
              END-READ
              CLOSE SESION
           END-IF
           IF operador-actual = SPACES then
              ACCEPT operador-actual FROM ENVIRONMENT "USER"
           END-IF

           ACCEPT hoy FROM DATE YYYYMMDD
           ACCEPT ahora FROM TIME

           DISPLAY "Importacion de haberes de empresas (haberes.txt)"
           PERFORM VALIDAR-ARCHIVO
           IF archivo-ok = "S" then
              PERFORM VERIFICAR-DUPLICADO
           END-IF
           IF archivo-ok = "S" then
              PERFORM PEDIR-CUENTA-EMPLEADOR
           END-IF
           IF archivo-ok = "S" then
              PERFORM CONTROLAR-ATRIBUCION
           END-IF
           IF archivo-ok = "S" then
              move total-cabecera to importe-edit
              DISPLAY "Se debitan " importe-edit " de la cuenta "
                 cuenta-empleador " y se acreditan " cant-detalles
                 " sueldo(s)."
              DISPLAY "Confirma la importacion? (S/N)"
              MOVE "N" TO confirma
              ACCEPT confirma
              IF confirma NOT = "S" AND confirma NOT = "s" then
                 DISPLAY "Importacion cancelada."
                 move "N" to archivo-ok
              END-IF
           END-IF
           IF archivo-ok = "S" then
              PERFORM DEBITAR-EMPLEADOR
           END-IF
           IF archivo-ok = "S" then
              PERFORM ACREDITAR-EMPLEADOS
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       VALIDAR-ARCHIVO.
           move "N" to archivo-ok
           move 0 to cant-detalles
           move 0 to total-detalles
           move 0 to cant-malformados
           OPEN  input HABERES
           IF haberes-status NOT = "00" then
              DISPLAY "No se encontro el archivo haberes.txt."
           ELSE
              READ HABERES
              AT END
                 DISPLAY "El archivo de haberes esta vacio."
              NOT AT END
                 IF hc-tipo NOT = "H" OR hc-cantidad IS NOT NUMERIC
                    OR hc-total IS NOT NUMERIC then
                    DISPLAY "Falta la cabecera del archivo."
                 ELSE
                    move "S" to archivo-ok
                    move hc-empresa to empresa-archivo
                    move hc-cuit to cuit-origen
                    move hc-cantidad to cantidad-cabecera
                    move hc-total to total-cabecera
                 END-IF
              END-READ
              IF archivo-ok = "S" then
                 move "N" to FIN-ARCHIVO
                 PERFORM UNTIL FIN-ARCHIVO = "S"
                 READ HABERES
                 AT END
                    MOVE "S" TO FIN-ARCHIVO
                 NOT AT END
                    IF hd-tipo = "D" AND hd-importe IS NUMERIC then
                       add 1 to cant-detalles
                       add hd-importe to total-detalles
                    ELSE
                    IF hd-tipo NOT = SPACE then
                       add 1 to cant-malformados
                    END-IF
                    END-IF
                 END-READ
                 END-PERFORM
                 move "N" to FIN-ARCHIVO
              END-IF
              CLOSE HABERES
           END-IF
           IF archivo-ok = "S" AND cant-malformados > 0 then
              DISPLAY cant-malformados " linea(s) del archivo no "
                 "tienen el formato de detalle."
              move "N" to archivo-ok
           END-IF
           IF archivo-ok = "S" AND
              (cant-detalles NOT = cantidad-cabecera OR
               total-detalles NOT = total-cabecera) then
              DISPLAY "La cabecera no coincide con los detalles:"
              DISPLAY "   cabecera " cantidad-cabecera " sueldos por "
                 total-cabecera
              DISPLAY "   detalle  " cant-detalles " sueldos por "
                 total-detalles
              move "N" to archivo-ok
           END-IF
           IF archivo-ok = "S" AND cant-detalles = 0 then
              DISPLAY "El archivo no tiene sueldos a acreditar."
              move "N" to archivo-ok
           END-IF
           IF archivo-ok = "S" then
              PERFORM NORMALIZAR-CUIT
              move cuit-normal to cuit-archivo
              OPEN  input EMPRESAS
              IF empresas-status NOT = "00" then
                 DISPLAY "No hay empresas registradas."
                 move "N" to archivo-ok
              ELSE
                 move empresa-archivo to e-id
                 READ EMPRESAS KEY IS e-id
                 INVALID KEY
                    DISPLAY "La empresa " empresa-archivo
                       " no existe."
                    move "N" to archivo-ok
                 NOT INVALID KEY
                    move e-razon to razon-archivo
                    move e-cuit to cuit-origen
                    PERFORM NORMALIZAR-CUIT
                    move cuit-normal to cuit-empresa
                    IF cuit-empresa NOT = cuit-archivo then
                       DISPLAY "El CUIT del archivo no es el de la "
                          "empresa " empresa-archivo
                       move "N" to archivo-ok
                    END-IF
                 END-READ
                 CLOSE EMPRESAS
              END-IF
           END-IF
           IF archivo-ok = "S" then
              DISPLAY "Empresa " empresa-archivo " " razon-archivo
              DISPLAY cant-detalles " sueldo(s) por " total-detalles
           ELSE
              move "A" to ret-estado
              move "archivo de haberes rechazado" to ret-motivo
           END-IF.

       NORMALIZAR-CUIT.
           MOVE SPACES TO cuit-normal
           move 0 to largo-cuit
           PERFORM VARYING pos-cuit FROM 1 BY 1
              UNTIL pos-cuit > 13
              IF cuit-origen(pos-cuit:1) >= "0" AND
                 cuit-origen(pos-cuit:1) <= "9" AND
                 largo-cuit < 11 then
                 add 1 to largo-cuit
                 move cuit-origen(pos-cuit:1) to
                    cuit-normal(largo-cuit:1)
              END-IF
           END-PERFORM.

       VERIFICAR-DUPLICADO.
           move "N" to ya-importado
           OPEN  input HABLOG
           IF hablog-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ HABLOG
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF hl-empresa = empresa-archivo AND
                    hl-cantidad = cantidad-cabecera AND
                    hl-total = total-cabecera then
                    move "S" to ya-importado
                    DISPLAY "Ya se importo un archivo igual el "
                       hl-fecha " por " hl-operador
                 END-IF
              END-READ
              END-PERFORM
              move "N" to FIN-ARCHIVO
              CLOSE HABLOG
           END-IF
           IF ya-importado = "S" then
              DISPLAY "Importarlo de nuevo acredita los sueldos dos "
                 "veces. Continua? (S/N)"
              MOVE "N" TO confirma
              ACCEPT confirma
              IF confirma NOT = "S" AND confirma NOT = "s" then
                 move "N" to archivo-ok
                 DISPLAY "Importacion cancelada."
              END-IF
           END-IF.

       PEDIR-CUENTA-EMPLEADOR.
           move "N" to empleador-ok
           DISPLAY "Cuenta de la empresa a debitar"
           move 0 to cuenta-empleador
           ACCEPT cuenta-empleador
           OPEN  input CUENTAS
           IF status-cuentas NOT = "00" then
              DISPLAY "No hay cuentas registradas todavia."
           ELSE
              move cuenta-empleador to cta-id
              READ CUENTAS KEY IS cta-id
              INVALID KEY
                 DISPLAY "Esa cuenta no existe."
              NOT INVALID KEY
                 IF cta-estado = "C" then
                    DISPLAY "Esa cuenta esta cerrada."
                 ELSE
                 IF cta-estado = "B" then
                    DISPLAY "La cuenta esta bloqueada para debitos."
                 ELSE
                    move cta-titular to titular-empleador
                    move "S" to empleador-ok
                 END-IF
                 END-IF
              END-READ
              CLOSE CUENTAS
           END-IF
           IF empleador-ok = "S" then
              move "N" to empleador-ok
              OPEN  input CONTACTOS
              IF status-contactos = "00" then
                 move titular-empleador to usuario
                 READ CONTACTOS KEY IS usuario
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF empresa = empresa-archivo then
                       move "S" to empleador-ok
                    END-IF
                 END-READ
                 CLOSE CONTACTOS
              END-IF
              IF empleador-ok NOT = "S" then
                 DISPLAY "El titular de la cuenta no esta vinculado "
                    "a la empresa " empresa-archivo
              END-IF
           END-IF
           IF empleador-ok NOT = "S" then
              move "N" to archivo-ok
              move "A" to ret-estado
              move "cuenta de la empresa invalida" to ret-motivo
           END-IF.

       CONTROLAR-ATRIBUCION.
           move "N" to atr-sobrepaso
           move "V" to atr-funcion
           move "D" to atr-tipo
           move total-cabecera to atr-importe
           MOVE SPACES TO atr-detalle
           STRING "HAB " DELIMITED BY SIZE
              empresa-archivo DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              cuenta-empleador DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              total-cabecera DELIMITED BY SIZE
              INTO atr-detalle
           CALL 'atribuir' USING atr-funcion atr-tipo atr-importe
              atr-detalle atr-resultado atr-motivo
           IF atr-resultado NOT = "S" then
              DISPLAY "La operacion " atr-motivo
              MOVE SPACES TO detalle-visado
              move atr-detalle to detalle-visado
              CALL 'visado' USING programa-visado detalle-visado
                 resultado-visado
              IF resultado-visado = "S" then
                 move "S" to atr-sobrepaso
              ELSE
                 move "N" to archivo-ok
                 DISPLAY "Queda retenida hasta que un supervisor la "
                    "apruebe; importe el archivo de nuevo una vez "
                    "aprobada."
                 move "A" to ret-estado
                 move "operacion retenida por atribucion"
                    to ret-motivo
              END-IF
           END-IF.

       DEBITAR-EMPLEADOR.
           move "D" to tipo-asiento
           move cuenta-empleador to cuenta-destino
           move total-cabecera to importe-pendiente
           MOVE SPACES TO referencia-asiento
           STRING "HAB " DELIMITED BY SIZE
              empresa-archivo DELIMITED BY SPACE
              INTO referencia-asiento
           MOVE SPACES TO categoria-asiento
           PERFORM ASENTAR-EN-TRAMOS
           IF asiento-ok NOT = "S" then
              DISPLAY "No se pudo debitar la cuenta de la empresa: "
                 ret-motivo
              IF importe-asentado > 0 then
                 move "C" to tipo-asiento
                 move importe-asentado to importe-pendiente
                 MOVE SPACES TO referencia-asiento
                 STRING "HAB ANUL " DELIMITED BY SIZE
                    empresa-archivo DELIMITED BY SPACE
                    INTO referencia-asiento
                 PERFORM ASENTAR-EN-TRAMOS
              END-IF
              move "N" to archivo-ok
              move "A" to ret-estado
              move "no se pudo debitar a la empresa" to ret-motivo
           ELSE
              IF atr-sobrepaso = "S" then
                 move "X" to atr-funcion
              ELSE
                 move "R" to atr-funcion
              END-IF
              CALL 'atribuir' USING atr-funcion atr-tipo atr-importe
                 atr-detalle atr-resultado atr-motivo
           END-IF.

       ASENTAR-EN-TRAMOS.
           move "S" to asiento-ok
           move 0 to importe-asentado
           PERFORM UNTIL importe-pendiente = 0 OR asiento-ok = "N"
              IF importe-pendiente > 999999 then
                 move 999999 to importe-tramo
              ELSE
                 move importe-pendiente to importe-tramo
              END-IF
              MOVE SPACES TO reg-movimiento
              move cuenta-destino to mv-cta
              move hoy to mv-fecha
              move tipo-asiento to mv-tipo
              move importe-tramo to mv-importe
              move referencia-asiento to mv-referencia
              move categoria-asiento to mv-categoria
              move operador-actual to mv-operador
              CALL 'asentar' USING reg-movimiento resultado-asiento
                 saldo-asiento reg-retorno
              IF resultado-asiento = "S" OR resultado-asiento = "Q"
                 then
                 subtract importe-tramo from importe-pendiente
                 add importe-tramo to importe-asentado
              ELSE
                 move "N" to asiento-ok
              END-IF
           END-PERFORM.

       ACREDITAR-EMPLEADOS.
           move 0 to cant-acreditados
           move 0 to total-acreditado
           move 0 to cant-rechazados
           move 0 to total-rechazado
           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "HABERES NO ACREDITADOS - EMPRESA " DELIMITED BY SIZE
              empresa-archivo DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              hoy DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           STRING "T CLAVE                IMPORTE NOMBRE"
              DELIMITED BY SIZE
              "                         MOTIVO" DELIMITED BY SIZE
              INTO linea-print
           write linea-print

           OPEN  input HABERES
           READ HABERES
              AT END
                 CONTINUE
           END-READ
           move "N" to FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = "S"
           READ HABERES
           AT END
              MOVE "S" TO FIN-ARCHIVO
           NOT AT END
              IF hd-tipo = "D" then
                 PERFORM ACREDITAR-SUELDO
              END-IF
           END-READ
           END-PERFORM
           move "N" to FIN-ARCHIVO
           CLOSE HABERES

           IF total-rechazado > 0 then
              move "C" to tipo-asiento
              move cuenta-empleador to cuenta-destino
              move total-rechazado to importe-pendiente
              MOVE SPACES TO referencia-asiento
              STRING "HAB DEV " DELIMITED BY SIZE
                 empresa-archivo DELIMITED BY SPACE
                 INTO referencia-asiento
              MOVE SPACES TO categoria-asiento
              PERFORM ASENTAR-EN-TRAMOS
              IF asiento-ok NOT = "S" then
                 MOVE SPACES TO linea-print
                 write linea-print
                 MOVE SPACES TO linea-print
                 STRING "ATENCION: no se pudo devolver a la cuenta "
                    DELIMITED BY SIZE
                    cuenta-empleador DELIMITED BY SIZE
                    ": " DELIMITED BY SIZE
                    ret-motivo DELIMITED BY SIZE
                    INTO linea-print
                 write linea-print
              END-IF
           ELSE
              MOVE "  (todos los sueldos fueron acreditados)"
                 TO linea-print
              write linea-print
           END-IF

           MOVE SPACES TO linea-print
           write linea-print
           move total-acreditado to importe-edit
           MOVE SPACES TO linea-print
           STRING "Acreditados: " DELIMITED BY SIZE
              cant-acreditados DELIMITED BY SIZE
              " por " DELIMITED BY SIZE
              importe-edit DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           move total-rechazado to importe-edit
           MOVE SPACES TO linea-print
           STRING "Rechazados:  " DELIMITED BY SIZE
              cant-rechazados DELIMITED BY SIZE
              " por " DELIMITED BY SIZE
              importe-edit DELIMITED BY SIZE
              " devueltos a la cuenta " DELIMITED BY SIZE
              cuenta-empleador DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           CLOSE PRINTFILE

           move "HABERES" to spool-reporte
           move "haberes_rechazos.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           OPEN  extend HABLOG
           IF hablog-status = "35" then
              OPEN  output HABLOG
           END-IF
           move hoy to hl-fecha
           move ahora to hl-hora
           move empresa-archivo to hl-empresa
           move cantidad-cabecera to hl-cantidad
           move total-cabecera to hl-total
           move cuenta-empleador to hl-cuenta
           move cant-rechazados to hl-rechazados
           move operador-actual to hl-operador
           write reg-hablog
           CLOSE HABLOG

           move "HAB-IMPORT" to aud-accion
           MOVE SPACES TO aud-usuario
           STRING empresa-archivo DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              cant-acreditados DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              cant-detalles DELIMITED BY SIZE
              INTO aud-usuario
           CALL 'auditar' USING aud-accion aud-usuario

           move "O" to ret-estado
           move SPACES to ret-motivo
           DISPLAY cant-acreditados " sueldo(s) acreditados, "
              cant-rechazados " rechazado(s) en haberes_rechazos.txt"
           IF cant-rechazados > 0 then
              move "A" to ret-estado
              move "sueldos rechazados devueltos a la empresa"
                 to ret-motivo
           END-IF.

       ACREDITAR-SUELDO.
           MOVE SPACES TO motivo-rechazo
           PERFORM BUSCAR-CUENTA-EMPLEADO
           IF motivo-rechazo = SPACES then
              MOVE SPACES TO reg-movimiento
              move cuenta-destino to mv-cta
              move hoy to mv-fecha
              move "C" to mv-tipo
              move hd-importe to mv-importe
              MOVE SPACES TO mv-referencia
              STRING "HAB " DELIMITED BY SIZE
                 empresa-archivo DELIMITED BY SPACE
                 INTO mv-referencia
              move "PAY" to mv-categoria
              move operador-actual to mv-operador
              CALL 'asentar' USING reg-movimiento resultado-asiento
                 saldo-asiento reg-retorno
              IF resultado-asiento = "S" OR resultado-asiento = "Q"
                 then
                 add 1 to cant-acreditados
                 add hd-importe to total-acreditado
              ELSE
                 move ret-motivo to motivo-rechazo
              END-IF
           END-IF
           IF motivo-rechazo NOT = SPACES then
              add 1 to cant-rechazados
              add hd-importe to total-rechazado
              move hd-clave-tipo to rch-clave-tipo
              move hd-clave to rch-clave
              move hd-importe to rch-importe
              move hd-nombre to rch-nombre
              move motivo-rechazo to rch-motivo
              move linea-rechazo to linea-print
              write linea-print
           END-IF.

       BUSCAR-CUENTA-EMPLEADO.
           move 0 to cuenta-destino
           MOVE SPACES TO titular-buscado
           IF hd-clave-tipo = "C" then
              IF hd-clave(1:5) IS NUMERIC AND
                 hd-clave(6:15) = SPACES then
                 move hd-clave(1:5) to cuenta-destino
              ELSE
                 move "numero de cuenta invalido" to motivo-rechazo
              END-IF
           ELSE
           IF hd-clave-tipo = "D" then
              PERFORM BUSCAR-DOCUMENTO
              IF titular-buscado = SPACES then
                 move "documento no registrado" to motivo-rechazo
              ELSE
                 PERFORM BUSCAR-CUENTA-TITULAR
                 IF cuenta-destino = 0 then
                    move "el titular no tiene cuenta activa"
                       to motivo-rechazo
                 END-IF
              END-IF
           ELSE
              move "tipo de clave invalido" to motivo-rechazo
           END-IF
           END-IF
           IF motivo-rechazo = SPACES AND hd-importe = 0 then
              move "importe en cero" to motivo-rechazo
           END-IF
           IF motivo-rechazo = SPACES AND
              cuenta-destino = cuenta-empleador then
              move "es la cuenta de la empresa" to motivo-rechazo
           END-IF.

       BUSCAR-DOCUMENTO.
           OPEN  input DOCUMENTOS
           IF documentos-status = "00" then
              move "N" to FIN-BUSQUEDA
              PERFORM UNTIL FIN-BUSQUEDA = "S"
              READ DOCUMENTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-BUSQUEDA
              NOT AT END
                 IF doc-numero = hd-clave then
                    move doc-usuario to titular-buscado
                    MOVE "S" TO FIN-BUSQUEDA
                 END-IF
              END-READ
              END-PERFORM
              CLOSE DOCUMENTOS
           END-IF.

       BUSCAR-CUENTA-TITULAR.
           OPEN  input CUENTAS
           IF status-cuentas = "00" then
              move "N" to FIN-BUSQUEDA
              PERFORM UNTIL FIN-BUSQUEDA = "S"
              READ CUENTAS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-BUSQUEDA
              NOT AT END
                 IF cta-titular = titular-buscado AND
                    cta-estado NOT = "C" then
                    move cta-id to cuenta-destino
                    MOVE "S" TO FIN-BUSQUEDA
                 END-IF
              END-READ
              END-PERFORM
              CLOSE CUENTAS
           END-IF.
