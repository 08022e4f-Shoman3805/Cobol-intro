       IDENTIFICATION DIVISION.
       PROGRAM-ID. producto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRODUCTOS ASSIGN TO "productos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pr-codigo
           FILE STATUS IS productos-status.

           SELECT SESION ASSIGN TO "sesion_operador.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sesion-status.

       DATA DIVISION.
       FILE SECTION.

       FD  PRODUCTOS.
       COPY "producto.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  SESION.
       01  linea-sesion pic x(20).

       WORKING-STORAGE SECTION.
       01 productos-status pic x(2).
       01 sesion-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 operador-actual pic x(20).
       01 rol-actual pic x(1).
       01 opcion-prod pic x(1).
       01 alguno pic x(1).
       01 existe-producto pic x(1).
       01 confirma pic x(1).
       01 aud-accion pic x(10).
       01 aud-usuario pic x(30).
       01 tasa-edit pic z9.99.

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

           DISPLAY "M- Alta o cambio de producto"
           DISPLAY "B- Baja de producto"
           DISPLAY "L- Listar el catalogo de productos"
           ACCEPT opcion-prod
           INSPECT opcion-prod CONVERTING "mbl" TO "MBL"

           IF opcion-prod = "M" OR opcion-prod = "B" then
              CALL 'rol' USING operador-actual rol-actual
                 reg-retorno
              IF rol-actual NOT = "A" then
                 DISPLAY "Solo un operador con rol de administrador "
                    "puede mantener el catalogo."
                 move "A" to ret-estado
                 move "catalogo de productos requiere rol admin"
                    to ret-motivo
                 move SPACE to opcion-prod
              END-IF
           END-IF

           IF opcion-prod = "M" then
              PERFORM MANTENER-PRODUCTO
           ELSE
           IF opcion-prod = "B" then
              PERFORM BAJA-PRODUCTO
           ELSE
           IF opcion-prod = "L" then
              PERFORM LISTAR-PRODUCTOS
           ELSE
           IF ret-estado = "O" then
              DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       MANTENER-PRODUCTO.
           OPEN  i-o PRODUCTOS
           IF productos-status = "35" then
              OPEN  output PRODUCTOS
              CLOSE PRODUCTOS
              OPEN  i-o PRODUCTOS
           END-IF
           DISPLAY "Codigo de producto (4 caracteres)"
           MOVE SPACES TO pr-codigo
           ACCEPT pr-codigo
           INSPECT pr-codigo CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF pr-codigo = SPACES then
              DISPLAY "Codigo invalido."
           ELSE
              move "S" to existe-producto
              READ PRODUCTOS KEY IS pr-codigo
              INVALID KEY
                 move "N" to existe-producto
              END-READ
              IF existe-producto = "S" then
                 DISPLAY "Producto existente: " pr-descripcion
              END-IF
              DISPLAY "Descripcion"
              MOVE SPACES TO pr-descripcion
              ACCEPT pr-descripcion
              DISPLAY "Moneda (3 letras, blanco = local)"
              MOVE SPACES TO pr-moneda
              ACCEPT pr-moneda
              INSPECT pr-moneda CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              DISPLAY "Limite de credito maximo"
              move 0 to pr-limite-max
              ACCEPT pr-limite-max
              DISPLAY "Limite de credito por defecto"
              move 0 to pr-limite-def
              ACCEPT pr-limite-def
              DISPLAY "Comision mensual fija"
              move 0 to pr-comision
              ACCEPT pr-comision
              DISPLAY "Tasa de interes por liquidacion, en "
                 "centesimas de punto (150 = 1.50%)"
              move 0 to pr-tasa
              ACCEPT pr-tasa
              move "A" to pr-estado
              IF pr-limite-def > pr-limite-max then
                 DISPLAY "El limite por defecto no puede superar "
                    "el maximo, producto sin cambios."
              ELSE
                 IF existe-producto = "S" then
                    REWRITE reg-producto
                    DISPLAY "Producto actualizado."
                    move "PRD-CAMBIO" to aud-accion
                 ELSE
                    WRITE reg-producto
                       INVALID KEY
                          CONTINUE
                    END-WRITE
                    DISPLAY "Producto dado de alta."
                    move "PRD-ALTA" to aud-accion
                 END-IF
                 move pr-codigo to aud-usuario
                 CALL 'auditar' USING aud-accion aud-usuario
              END-IF
           END-IF
           CLOSE PRODUCTOS.

       BAJA-PRODUCTO.
           OPEN  i-o PRODUCTOS
           IF productos-status NOT = "00" then
              DISPLAY "No hay productos registrados todavia."
           ELSE
              DISPLAY "Codigo de producto a dar de baja"
              MOVE SPACES TO pr-codigo
              ACCEPT pr-codigo
              INSPECT pr-codigo CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              READ PRODUCTOS KEY IS pr-codigo
              INVALID KEY
                 DISPLAY "No existe ese producto."
              NOT INVALID KEY
                 IF pr-estado = "B" then
                    DISPLAY "Ese producto ya esta dado de baja."
                 ELSE
                    DISPLAY "Dar de baja " pr-descripcion
                       "? Las cuentas existentes lo conservan, "
                       "no se abren nuevas. (S/N)"
                    ACCEPT confirma
                    IF confirma = "S" OR confirma = "s" then
                       move "B" to pr-estado
                       REWRITE reg-producto
                       DISPLAY "Producto dado de baja."
                       move "PRD-BAJA" to aud-accion
                       move pr-codigo to aud-usuario
                       CALL 'auditar' USING aud-accion aud-usuario
                    ELSE
                       DISPLAY "Baja cancelada."
                    END-IF
                 END-IF
              END-READ
              CLOSE PRODUCTOS
           END-IF.

       LISTAR-PRODUCTOS.
           OPEN  input PRODUCTOS
           IF productos-status NOT = "00" then
              DISPLAY "No hay productos registrados todavia."
           ELSE
              DISPLAY "Cod  Mon Lim.def Lim.max Comis. Tasa  E "
                 "Descripcion"
              move "N" to alguno
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ PRODUCTOS NEXT RECORD
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 move "S" to alguno
                 compute tasa-edit = pr-tasa / 100
                 DISPLAY pr-codigo " " pr-moneda " " pr-limite-def
                    "  " pr-limite-max " " pr-comision " "
                    tasa-edit " " pr-estado " " pr-descripcion
              END-READ
              END-PERFORM
              IF alguno = "N" then
                 DISPLAY "No hay productos registrados todavia."
              END-IF
              CLOSE PRODUCTOS
           END-IF.
