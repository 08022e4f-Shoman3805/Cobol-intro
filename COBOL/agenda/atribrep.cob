       IDENTIFICATION DIVISION.
       PROGRAM-ID. atribrep.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ATRIBUCIONES ASSIGN TO "atribuciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS at-clave
           FILE STATUS IS atribuciones-status.

           SELECT ATRIBUSO ASSIGN TO "atribuciones_uso.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS atribuso-status.

           SELECT APROBACIONES ASSIGN TO "aprobaciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ap-id
           FILE STATUS IS aprob-status.

           SELECT PRINTFILE ASSIGN TO "atribuciones_rep.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ATRIBUCIONES.
       COPY "atribucion.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  ATRIBUSO.
       COPY "atribuso.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  APROBACIONES.
       01  reg-aprobacion.
           05 ap-id pic 9(04).
           05 ap-programa pic x(10).
           05 ap-solicitante pic x(20).
           05 ap-fecha pic 9(08).
           05 ap-detalle pic x(80).
           05 ap-estado pic x(01).
           05 ap-revisor pic x(20).
           05 ap-comentario pic x(40).

       FD  PRINTFILE.
       01  linea-print pic x(100).

       WORKING-STORAGE SECTION.
       01 atribuciones-status pic x(2).
       01 atribuso-status pic x(2).
       01 aprob-status pic x(2).
       01 FIN-ARCHIVO PIC X VALUE "N".
       01 FIN-APROB PIC X VALUE "N".
       01 fecha-rep pic 9(08).
       01 operador-uso pic x(20).
       01 rol-uso pic x(1).
       01 tope-hallado pic x(1).
       01 cant-usos pic 9(03) value 0.
       01 indice-uso pic 9(03).
       01 pos-uso pic 9(03).
       01 cant-sobrepasos pic 9(05) value 0.
       01 revisor-hallado pic x(20).
       01 tabla-usos.
           05 uso-reg OCCURS 300 TIMES.
              10 us-operador pic x(20).
              10 us-tipo pic x(01).
              10 us-cant pic 9(05).
              10 us-total pic 9(10).
              10 us-sobrepasos pic 9(05).
       01 linea-uso.
           05 det-operador pic x(20).
           05 filler pic x(01) value SPACE.
           05 det-tipo pic x(06).
           05 filler pic x(01) value SPACE.
           05 det-cant pic zzzz9.
           05 filler pic x(01) value SPACE.
           05 det-total pic z(9)9.
           05 filler pic x(01) value SPACE.
           05 det-tope pic z(7)9.
           05 filler pic x(01) value SPACE.
           05 det-pct pic zzzz9.
           05 filler pic x(03) value "%  ".
           05 det-sobrepasos pic zzzz9.
       01 linea-sobrepaso.
           05 sob-hora pic 9(08).
           05 filler pic x(01) value SPACE.
           05 sob-operador pic x(20).
           05 filler pic x(01) value SPACE.
           05 sob-detalle pic x(30).
           05 filler pic x(01) value SPACE.
           05 sob-revisor pic x(20).
       01 pct-uso pic 9(05).
       01 tope-dia pic 9(08).
       01 spool-reporte pic x(12).
       01 spool-archivo pic x(40).

       LINKAGE SECTION.
       01 parm-modo pic x(1).
       01 parm-depto pic x(10).
       COPY "retorno.cpy".

       PROCEDURE DIVISION USING parm-modo parm-depto reg-retorno.

           move "O" to ret-estado
           move SPACES to ret-motivo
           move 0 to cant-usos
           move 0 to cant-sobrepasos

           IF parm-depto(1:8) IS NUMERIC then
              move parm-depto(1:8) to fecha-rep
           ELSE
              ACCEPT fecha-rep FROM DATE YYYYMMDD
           END-IF

           OPEN  output PRINTFILE
           MOVE SPACES TO linea-print
           STRING "USO DE ATRIBUCIONES DE IMPORTE DEL "
              DELIMITED BY SIZE
              fecha-rep DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           write linea-print
           STRING "OPERADOR             TIPO    CANT      TOTAL "
              DELIMITED BY SIZE
              "TOPE-DIA   USO  SOBREP" DELIMITED BY SIZE
              INTO linea-print
           write linea-print

           OPEN  input ATRIBUSO
           IF atribuso-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ATRIBUSO
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF au-fecha = fecha-rep then
                    PERFORM ACUMULAR-USO
                 END-IF
              END-READ
              END-PERFORM
              CLOSE ATRIBUSO
           END-IF

           OPEN  input ATRIBUCIONES
           PERFORM VARYING indice-uso FROM 1 BY 1
              UNTIL indice-uso > cant-usos
              PERFORM IMPRIMIR-USO
           END-PERFORM
           IF atribuciones-status = "00" then
              CLOSE ATRIBUCIONES
           END-IF
           IF cant-usos = 0 then
              MOVE "  (sin operaciones sujetas a atribucion)"
                 TO linea-print
              write linea-print
           END-IF

           MOVE SPACES TO linea-print
           write linea-print
           MOVE "SOBREPASOS AUTORIZADOS POR UN SUPERVISOR:"
              TO linea-print
           write linea-print
           MOVE SPACES TO linea-print
           STRING "HORA     OPERADOR             OPERACION"
              DELIMITED BY SIZE
              "                      AUTORIZO" DELIMITED BY SIZE
              INTO linea-print
           write linea-print
           OPEN  input ATRIBUSO
           IF atribuso-status = "00" then
              move "N" to FIN-ARCHIVO
              PERFORM UNTIL FIN-ARCHIVO = "S"
              READ ATRIBUSO
              AT END
                 MOVE "S" TO FIN-ARCHIVO
              NOT AT END
                 IF au-fecha = fecha-rep AND au-con-sobrepaso then
                    PERFORM IMPRIMIR-SOBREPASO
                 END-IF
              END-READ
              END-PERFORM
              CLOSE ATRIBUSO
           END-IF
           IF cant-sobrepasos = 0 then
              MOVE "  (ninguno)" TO linea-print
              write linea-print
           END-IF
           CLOSE PRINTFILE

           move "ATRIBUCION" to spool-reporte
           move "atribuciones_rep.txt" to spool-archivo
           CALL 'espool' USING spool-reporte spool-archivo

           display "Uso de atribuciones en atribuciones_rep.txt: "
              cant-sobrepasos " sobrepaso(s) autorizados."
           IF cant-sobrepasos > 0 then
              move "A" to ret-estado
              move "sobrepasos de atribucion autorizados"
                 to ret-motivo
           END-IF

           IF parm-modo NOT = "B" AND parm-modo NOT = "b" then
              accept FIN-ARCHIVO
           END-IF

           EXIT PROGRAM.

       ACUMULAR-USO.
           move 0 to pos-uso
           PERFORM VARYING indice-uso FROM 1 BY 1
              UNTIL indice-uso > cant-usos
              IF us-operador(indice-uso) = au-operador AND
                 us-tipo(indice-uso) = au-tipo then
                 move indice-uso to pos-uso
              END-IF
           END-PERFORM
           IF pos-uso = 0 AND cant-usos < 300 then
              add 1 to cant-usos
              move cant-usos to pos-uso
              move au-operador to us-operador(pos-uso)
              move au-tipo to us-tipo(pos-uso)
              move 0 to us-cant(pos-uso)
              move 0 to us-total(pos-uso)
              move 0 to us-sobrepasos(pos-uso)
           END-IF
           IF pos-uso NOT = 0 then
              add 1 to us-cant(pos-uso)
              add au-importe to us-total(pos-uso)
              IF au-con-sobrepaso then
                 add 1 to us-sobrepasos(pos-uso)
              END-IF
           END-IF.

       BUSCAR-TOPE.
           move "N" to tope-hallado
           IF atribuciones-status = "00" then
              move "O" to at-nivel
              move us-operador(indice-uso) to at-codigo
              READ ATRIBUCIONES KEY IS at-clave
              INVALID KEY
                 move us-operador(indice-uso) to operador-uso
                 CALL 'rol' USING operador-uso rol-uso
                    reg-retorno
                 move "R" to at-nivel
                 MOVE SPACES TO at-codigo
                 move rol-uso to at-codigo
                 READ ATRIBUCIONES KEY IS at-clave
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    move "S" to tope-hallado
                 END-READ
              NOT INVALID KEY
                 move "S" to tope-hallado
              END-READ
           END-IF.

       IMPRIMIR-USO.
           PERFORM BUSCAR-TOPE
           move us-operador(indice-uso) to det-operador
           IF us-tipo(indice-uso) = "D" then
              move "DEBITO" to det-tipo
           ELSE
           IF us-tipo(indice-uso) = "C" then
              move "CREDIT" to det-tipo
           ELSE
              move "TRANSF" to det-tipo
           END-IF
           END-IF
           move us-cant(indice-uso) to det-cant
           move us-total(indice-uso) to det-total
           move 0 to tope-dia
           move 0 to pct-uso
           IF tope-hallado = "S" then
              IF us-tipo(indice-uso) = "D" then
                 move at-dia-debito to tope-dia
              ELSE
              IF us-tipo(indice-uso) = "C" then
                 move at-dia-credito to tope-dia
              ELSE
                 move at-dia-transf to tope-dia
              END-IF
              END-IF
              IF tope-dia NOT = 0 then
                 compute pct-uso = us-total(indice-uso) * 100 /
                    tope-dia
                    ON SIZE ERROR
                       move 99999 to pct-uso
                 END-COMPUTE
              END-IF
           END-IF
           move tope-dia to det-tope
           move pct-uso to det-pct
           move us-sobrepasos(indice-uso) to det-sobrepasos
           move linea-uso to linea-print
           write linea-print.

       IMPRIMIR-SOBREPASO.
           add 1 to cant-sobrepasos
           MOVE SPACES TO revisor-hallado
           OPEN  input APROBACIONES
           IF aprob-status = "00" then
              move "N" to FIN-APROB
              PERFORM UNTIL FIN-APROB = "S"
              READ APROBACIONES NEXT RECORD
              AT END
                 MOVE "S" TO FIN-APROB
              NOT AT END
                 IF ap-programa = "mantcta" AND ap-estado = "E" AND
                    ap-detalle(1:30) = au-detalle then
                    move ap-revisor to revisor-hallado
                 END-IF
              END-READ
              END-PERFORM
              CLOSE APROBACIONES
           END-IF
           move au-hora to sob-hora
           move au-operador to sob-operador
           move au-detalle to sob-detalle
           move revisor-hallado to sob-revisor
           move linea-sobrepaso to linea-print
           write linea-print.
