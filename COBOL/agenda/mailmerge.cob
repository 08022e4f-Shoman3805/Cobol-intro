           RECORD KEY IS g-clave
           FILE STATUS IS grupos-status.

           SELECT SEGMENTOS ASSIGN TO "segmentos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sg-usuario
           FILE STATUS IS segmentos-status.

           SELECT MERGEFILE ASSIGN TO "mailmerge.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           RECORD KEY IS d-clave
           FILE STATUS IS direcciones-status.

           SELECT HOGARES ASSIGN TO "hogares.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ho-usuario
           ALTERNATE RECORD KEY IS ho-id WITH DUPLICATES
           FILE STATUS IS hogares-status.

       DATA DIVISION.
       FILE SECTION.

              10 g-usuario pic x(30).
              10 g-grupo pic x(10).

       FD  SEGMENTOS.
       COPY "segmento.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  MERGEFILE.
       01  linea-merge pic x(220).

           05 d-provincia pic x(20).
           05 d-cp pic x(08).

       FD  HOGARES.
       COPY "hogar.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 grupos-status pic x(2).
       01 segmentos-status pic x(2).
       01 tipo-filtro pic x(1).
       01 filtro-valor pic x(10).
       01 en-grupo pic x(1).
       01 NOMBRE-ARCHIVO pic x(40).
       01 depto-codigo pic x(10).
       01 email-salida pic x(30).
       01 nom-salida pic x(20).
       01 ap-salida pic x(20).
       01 hogares-status pic x(2).
       01 por-hogar pic x(1) value "N".
       01 cant-por-hogar pic 9(5) value 0.
       COPY "hogtab.cpy".

       LINKAGE SECTION.
       01 user pic x(15).
                 INTO NOMBRE-ARCHIVO
           END-IF

           DISPLAY "Filtrar por: C-Categoria  G-Grupo  N-Nivel de "
              "segmento"
           ACCEPT tipo-filtro
           INSPECT tipo-filtro CONVERTING "cgn" TO "CGN"
           DISPLAY "Valor del filtro"
           MOVE SPACES TO filtro-valor
           ACCEPT filtro-valor

           IF tipo-filtro = "N" then
              INSPECT filtro-valor CONVERTING "abcd" TO "ABCD"
              OPEN  input SEGMENTOS
              IF segmentos-status NOT = "00" then
                 move "N" to hay-grupos
              ELSE
                 move "S" to hay-grupos
                 CLOSE SEGMENTOS
              END-IF
           ELSE
           IF tipo-filtro NOT = "C" then
              OPEN  input GRUPOS
              IF grupos-status = "35" then
                 move "N" to hay-grupos
                 CLOSE GRUPOS
              END-IF
           END-IF
           END-IF

           IF tipo-filtro = "N" AND hay-grupos = "N" then
              DISPLAY "Todavia no se calculo la segmentacion."
           ELSE
           IF tipo-filtro NOT = "C" AND hay-grupos = "N" then
              DISPLAY "No hay grupos definidos todavia."
           ELSE

           DISPLAY "Un solo registro por hogar? (S/N)"
           MOVE SPACES TO por-hogar
           ACCEPT por-hogar
           move 0 to HOG-CANT
           move 0 to cant-por-hogar
           IF por-hogar = "S" OR por-hogar = "s" then
              move "S" to por-hogar
              OPEN  input HOGARES
              IF hogares-status NOT = "00" then
                 DISPLAY "No hay hogares registrados: se exporta "
                    "cada contacto."
                 move "N" to por-hogar
              END-IF
           ELSE
              move "N" to por-hogar
           END-IF

           OPEN  input SALIDA
           IF tipo-filtro = "N" then
              OPEN  input SEGMENTOS
           ELSE
           IF tipo-filtro NOT = "C" then
              OPEN  input GRUPOS
           END-IF
           END-IF
           OPEN  output MERGEFILE

           OPEN  input DIRECCIONES
           NOT AT END
              IF activo NOT = "N" AND cons-email = "S" then
                 move "N" to en-grupo
                 IF tipo-filtro = "C" then
                    IF categoria = filtro-valor then
                       move "S" to en-grupo
                    END-IF
                 ELSE
                 IF tipo-filtro = "N" then
                    move usuario to sg-usuario
                    READ SEGMENTOS KEY IS sg-usuario
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF sg-nivel = filtro-valor(1:1) then
                          move "S" to en-grupo
                       END-IF
                    END-READ
                 ELSE
                    move usuario to g-usuario
                    move filtro-valor to g-grupo
                       move "S" to en-grupo
                    END-READ
                 END-IF
                 END-IF

                 move nom to nom-salida
                 move ap to ap-salida
                 IF en-grupo = "S" AND por-hogar = "S" then
                    move usuario to HOG-USUARIO
                    PERFORM UBICAR-HOGAR
                    IF HOG-NUEVO = "N" then
                       move "N" to en-grupo
                       add 1 to cant-por-hogar
                    ELSE
                    IF HOG-NOM NOT = SPACES then
                       move HOG-NOM to nom-salida
                       move HOG-AP to ap-salida
                    END-IF
                    END-IF
                 END-IF

                 IF en-grupo = "S" then
                    move "N" to dir-hallada
                    END-IF
                    STRING
                       usuario DELIMITED BY SIZE ","
                       nom-salida DELIMITED BY SIZE ","
                       ap-salida DELIMITED BY SIZE ","
                       email-salida DELIMITED BY SIZE ","
                       d-calle DELIMITED BY SIZE ","
                       d-ciudad DELIMITED BY SIZE ","
           END-PERFORM

           CLOSE SALIDA
           IF tipo-filtro = "N" then
              CLOSE SEGMENTOS
           ELSE
           IF tipo-filtro NOT = "C" then
              CLOSE GRUPOS
           END-IF
           END-IF
           IF hay-direcciones = "S" then
              CLOSE DIRECCIONES
           END-IF
           CLOSE MERGEFILE
           IF por-hogar = "S" then
              CLOSE HOGARES
           END-IF

           display total-exportados " contactos en mailmerge.txt"
           IF por-hogar = "S" then
              display cant-por-hogar " contacto(s) ya cubiertos por "
                 "su hogar"
           END-IF
           END-IF
           END-IF

           accept FIN-ARCHIVO

           EXIT PROGRAM.

       COPY "hogtabpr.cpy".
