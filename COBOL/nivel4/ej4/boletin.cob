       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. boletin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PUNTAJES ASSIGN TO "scores.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS puntajes-status.

           SELECT ALUMNOS ASSIGN TO "alumnos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS alumnos-status.

           SELECT CURSOS ASSIGN TO "cursos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cursos-status.

           SELECT CURSADAS ASSIGN TO "inscripciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cursadas-status.

           SELECT BOLETIN ASSIGN TO "boletin.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SITUACION ASSIGN TO "situacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PUNTAJES.
       01  puntaje-reg.
           05 pj-alumno pic x(10).
           05 filler pic x(01).
           05 pj-curso pic x(08).
           05 filler pic x(01).
           05 pj-fecha pic x(08).
           05 filler pic x(01).
           05 pj-puntaje pic x(03).

       FD  ALUMNOS.
       COPY "alumno.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CURSOS.
       COPY "curso.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CURSADAS.
       COPY "cursada.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  BOLETIN.
       01  linea-boletin pic x(80).

       FD  SITUACION.
       01  linea-situacion pic x(80).

       WORKING-STORAGE SECTION.
       01 puntajes-status pic x(2).
       01 alumnos-status pic x(2).
       01 cursos-status pic x(2).
       01 FIN-ARCHIVO pic x(1) value "N".
       01 alumno-pedido pic x(10).
       01 nota-texto pic x(3).
       01 promedio-minimo pic 9(3).
       01 puntaje-num pic 9(3).
       01 descartados pic 9(5) value 0.
       01 cant-boletines pic 9(4) value 0.
       01 cant-situacion pic 9(4) value 0.
       01 cant-cat pic 9(3) value 0.
       01 indice-cat pic 9(3).
       01 pos-cat pic 9(3).
       01 tabla-catalogo.
           05 cat-reg OCCURS 100 TIMES.
              10 cat-curso pic x(08).
              10 cat-nombre pic x(30).
              10 cat-creditos pic 9(02).
              10 cat-aprobacion pic 9(03).
       01 cant-notas pic 9(4) value 0.
       01 indice-nt pic 9(4).
       01 pos-nt pic 9(4).
       01 tabla-notas.
           05 nota-reg OCCURS 1000 TIMES.
              10 nt-alumno pic x(10).
              10 nt-periodo pic x(05).
              10 nt-curso pic x(08).
              10 nt-suma pic 9(7).
              10 nt-cant pic 9(4).
       01 cant-per pic 9(2).
       01 indice-per pic 9(2).
       01 indice-per2 pic 9(2).
       01 pos-per pic 9(2).
       01 tabla-periodos.
           05 periodo-reg OCCURS 20 TIMES.
              10 tp-periodo pic x(05).
              10 tp-puntos pic 9(7).
              10 tp-creditos pic 9(4).
       01 periodo-aux.
           05 aux-periodo pic x(05).
           05 aux-puntos pic 9(7).
           05 aux-creditos pic 9(4).
       01 nota-final pic 9(3).
       01 creditos-curso pic 9(2).
       01 aprobacion-curso pic 9(3).
       01 nombre-curso pic x(30).
       01 creditos-obtenidos pic 9(2).
       01 total-puntos pic 9(7).
       01 total-cursados pic 9(4).
       01 total-obtenidos pic 9(4).
       01 promedio-ponderado pic 9(3)v99.
       01 promedio-edit pic zz9.99.
       01 linea-curso.
           05 lc-periodo pic x(05).
           05 filler pic x(4) value SPACES.
           05 lc-curso pic x(08).
           05 filler pic x(1) value SPACE.
           05 lc-nombre pic x(30).
           05 filler pic x(2) value SPACES.
           05 lc-nota pic zz9.
           05 filler pic x(3) value SPACES.
           05 lc-creditos pic z9.
           05 filler pic x(3) value SPACES.
           05 lc-obtenidos pic z9.
           05 filler pic x(2) value SPACES.
           05 lc-resultado pic x(11).
       COPY "cursadatab.cpy".

       PROCEDURE DIVISION.
           DISPLAY "Alumno (blanco = todos)"
           MOVE SPACES TO alumno-pedido
           ACCEPT alumno-pedido
           DISPLAY "Promedio minimo del periodo (blanco = 060)"
           MOVE SPACES TO nota-texto
           ACCEPT nota-texto
           IF nota-texto IS NUMERIC
               MOVE nota-texto TO promedio-minimo
           ELSE
               MOVE 60 TO promedio-minimo
           END-IF

           PERFORM CARGAR-CATALOGO
           PERFORM CARGAR-CURSADAS
           IF CUR-HAY-ARCHIVO NOT = "S"
               DISPLAY "Sin inscripciones.txt: no se controla la "
                   "inscripcion de los alumnos."
           END-IF
           PERFORM CARGAR-NOTAS

           OPEN output BOLETIN
           OPEN output SITUACION
           MOVE SPACES TO linea-situacion
           STRING "SITUACION ACADEMICA: PROMEDIO DEL PERIODO MENOR A "
               DELIMITED BY SIZE
               promedio-minimo DELIMITED BY SIZE
               INTO linea-situacion
           WRITE linea-situacion
           MOVE "Alumno     Nombre                         Periodo "
               TO linea-situacion
           MOVE "Promedio Creditos" TO linea-situacion(51:17)
           WRITE linea-situacion

           OPEN input ALUMNOS
           IF alumnos-status NOT = "00"
               DISPLAY "No hay alumnos registrados (alumnos.txt)."
           ELSE
               MOVE "N" TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = "S"
                   READ ALUMNOS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       IF alumno-pedido = SPACES OR
                          alumno-pedido = am-alumno
                           PERFORM ARMAR-BOLETIN
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUMNOS
           END-IF
           CLOSE BOLETIN
           CLOSE SITUACION

           DISPLAY "Boletines emitidos..: " cant-boletines
               " (boletin.txt)"
           DISPLAY "Situacion academica.: " cant-situacion
               " periodo(s) bajo el minimo (situacion.txt)"
           IF descartados > 0
               DISPLAY "Lineas descartadas..: " descartados
                   " (formato viejo o invalido)"
           END-IF
           IF CUR-RECHAZADOS > 0
               DISPLAY "Puntajes rechazados.: " CUR-RECHAZADOS
                   " (alumno no inscripto en el curso)"
           END-IF

           STOP RUN.

       CARGAR-CATALOGO.
           OPEN input CURSOS
           IF cursos-status = "00"
               MOVE "N" TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = "S"
                   READ CURSOS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       IF cant-cat < 100
                           ADD 1 TO cant-cat
                           MOVE cm-curso TO cat-curso(cant-cat)
                           MOVE cm-nombre TO cat-nombre(cant-cat)
                           MOVE cm-creditos TO cat-creditos(cant-cat)
                           MOVE cm-aprobacion
                               TO cat-aprobacion(cant-cat)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CURSOS
           ELSE
               DISPLAY "No hay catalogo de cursos (cursos.txt)."
           END-IF.

       CARGAR-NOTAS.
           OPEN input PUNTAJES
           IF puntajes-status = "00"
               MOVE "N" TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = "S"
                   READ PUNTAJES
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       IF pj-alumno = SPACES OR
                          pj-puntaje IS NOT NUMERIC
                           ADD 1 TO descartados
                       ELSE
                           PERFORM VERIFICAR-CURSADA
                           IF CUR-INSCRIPTO = "S"
                               MOVE pj-puntaje TO puntaje-num
                               PERFORM ACUMULAR-NOTA
                           ELSE
                               ADD 1 TO CUR-RECHAZADOS
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PUNTAJES
           ELSE
               DISPLAY "No hay puntajes (scores.txt)."
           END-IF.

       ACUMULAR-NOTA.
           MOVE 0 TO pos-nt
           PERFORM VARYING indice-nt FROM 1 BY 1
               UNTIL indice-nt > cant-notas OR pos-nt NOT = 0
               IF nt-alumno(indice-nt) = pj-alumno AND
                  nt-periodo(indice-nt) = CUR-PERIODO AND
                  nt-curso(indice-nt) = pj-curso
                   MOVE indice-nt TO pos-nt
               END-IF
           END-PERFORM
           IF pos-nt = 0 AND cant-notas < 1000
               ADD 1 TO cant-notas
               MOVE cant-notas TO pos-nt
               MOVE pj-alumno TO nt-alumno(pos-nt)
               MOVE CUR-PERIODO TO nt-periodo(pos-nt)
               MOVE pj-curso TO nt-curso(pos-nt)
               MOVE 0 TO nt-suma(pos-nt)
               MOVE 0 TO nt-cant(pos-nt)
           END-IF
           IF pos-nt NOT = 0
               ADD puntaje-num TO nt-suma(pos-nt)
               ADD 1 TO nt-cant(pos-nt)
           END-IF.

       BUSCAR-CATALOGO.
           MOVE 0 TO pos-cat
           PERFORM VARYING indice-cat FROM 1 BY 1
               UNTIL indice-cat > cant-cat OR pos-cat NOT = 0
               IF cat-curso(indice-cat) = nt-curso(indice-nt)
                   MOVE indice-cat TO pos-cat
               END-IF
           END-PERFORM
           IF pos-cat = 0
               MOVE "(fuera de catalogo)" TO nombre-curso
               MOVE 0 TO creditos-curso
               MOVE 60 TO aprobacion-curso
           ELSE
               MOVE cat-nombre(pos-cat) TO nombre-curso
               MOVE cat-creditos(pos-cat) TO creditos-curso
               MOVE cat-aprobacion(pos-cat) TO aprobacion-curso
           END-IF.

       ARMAR-BOLETIN.
           MOVE 0 TO cant-per
           PERFORM VARYING indice-nt FROM 1 BY 1
               UNTIL indice-nt > cant-notas
               IF nt-alumno(indice-nt) = am-alumno
                   PERFORM ACUMULAR-PERIODO
               END-IF
           END-PERFORM
           IF cant-per > 0
               ADD 1 TO cant-boletines
               PERFORM ORDENAR-PERIODOS
               PERFORM IMPRIMIR-BOLETIN
           END-IF.

       ACUMULAR-PERIODO.
           PERFORM BUSCAR-CATALOGO
           COMPUTE nota-final =
               nt-suma(indice-nt) / nt-cant(indice-nt)
           MOVE 0 TO pos-per
           PERFORM VARYING indice-per FROM 1 BY 1
               UNTIL indice-per > cant-per OR pos-per NOT = 0
               IF tp-periodo(indice-per) = nt-periodo(indice-nt)
                   MOVE indice-per TO pos-per
               END-IF
           END-PERFORM
           IF pos-per = 0 AND cant-per < 20
               ADD 1 TO cant-per
               MOVE cant-per TO pos-per
               MOVE nt-periodo(indice-nt) TO tp-periodo(pos-per)
               MOVE 0 TO tp-puntos(pos-per)
               MOVE 0 TO tp-creditos(pos-per)
           END-IF
           IF pos-per NOT = 0
               COMPUTE tp-puntos(pos-per) =
                   tp-puntos(pos-per) + nota-final * creditos-curso
               ADD creditos-curso TO tp-creditos(pos-per)
           END-IF.

       ORDENAR-PERIODOS.
           PERFORM VARYING indice-per FROM 1 BY 1
               UNTIL indice-per >= cant-per
               PERFORM VARYING indice-per2 FROM 1 BY 1
                   UNTIL indice-per2 > cant-per - indice-per
                   IF tp-periodo(indice-per2) >
                      tp-periodo(indice-per2 + 1)
                       MOVE periodo-reg(indice-per2) TO periodo-aux
                       MOVE periodo-reg(indice-per2 + 1)
                           TO periodo-reg(indice-per2)
                       MOVE periodo-aux
                           TO periodo-reg(indice-per2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIMIR-BOLETIN.
           MOVE SPACES TO linea-boletin
           WRITE linea-boletin
           MOVE SPACES TO linea-boletin
           STRING "BOLETIN DEL ALUMNO " DELIMITED BY SIZE
               am-alumno DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               am-nombre DELIMITED BY SIZE
               INTO linea-boletin
           WRITE linea-boletin
           MOVE "Periodo  Curso    Nombre del curso" TO linea-boletin
           MOVE "Nota Cred  Obt" TO linea-boletin(50:14)
           WRITE linea-boletin
           MOVE 0 TO total-puntos
           MOVE 0 TO total-cursados
           MOVE 0 TO total-obtenidos
           PERFORM VARYING indice-per FROM 1 BY 1
               UNTIL indice-per > cant-per
               PERFORM VARYING indice-nt FROM 1 BY 1
                   UNTIL indice-nt > cant-notas
                   IF nt-alumno(indice-nt) = am-alumno AND
                      nt-periodo(indice-nt) = tp-periodo(indice-per)
                       PERFORM IMPRIMIR-CURSO
                   END-IF
               END-PERFORM
               PERFORM EVALUAR-PERIODO
           END-PERFORM
           MOVE 0 TO promedio-ponderado
           IF total-cursados > 0
               COMPUTE promedio-ponderado ROUNDED =
                   total-puntos / total-cursados
           END-IF
           MOVE promedio-ponderado TO promedio-edit
           MOVE SPACES TO linea-boletin
           STRING "Creditos cursados: " DELIMITED BY SIZE
               total-cursados DELIMITED BY SIZE
               "  obtenidos: " DELIMITED BY SIZE
               total-obtenidos DELIMITED BY SIZE
               "  Promedio ponderado: " DELIMITED BY SIZE
               promedio-edit DELIMITED BY SIZE
               INTO linea-boletin
           WRITE linea-boletin.

       IMPRIMIR-CURSO.
           PERFORM BUSCAR-CATALOGO
           COMPUTE nota-final =
               nt-suma(indice-nt) / nt-cant(indice-nt)
           IF nota-final >= aprobacion-curso
               MOVE creditos-curso TO creditos-obtenidos
               MOVE "APROBADO" TO lc-resultado
           ELSE
               MOVE 0 TO creditos-obtenidos
               MOVE "DESAPROBADO" TO lc-resultado
           END-IF
           COMPUTE total-puntos =
               total-puntos + nota-final * creditos-curso
           ADD creditos-curso TO total-cursados
           ADD creditos-obtenidos TO total-obtenidos
           MOVE nt-periodo(indice-nt) TO lc-periodo
           MOVE nt-curso(indice-nt) TO lc-curso
           MOVE nombre-curso TO lc-nombre
           MOVE nota-final TO lc-nota
           MOVE creditos-curso TO lc-creditos
           MOVE creditos-obtenidos TO lc-obtenidos
           MOVE linea-curso TO linea-boletin
           WRITE linea-boletin.

       EVALUAR-PERIODO.
           MOVE 0 TO promedio-ponderado
           IF tp-creditos(indice-per) > 0
               COMPUTE promedio-ponderado ROUNDED =
                   tp-puntos(indice-per) / tp-creditos(indice-per)
           END-IF
           MOVE promedio-ponderado TO promedio-edit
           MOVE SPACES TO linea-boletin
           STRING "         Promedio del periodo " DELIMITED BY SIZE
               tp-periodo(indice-per) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               promedio-edit DELIMITED BY SIZE
               INTO linea-boletin
           WRITE linea-boletin
           IF tp-creditos(indice-per) > 0 AND
              promedio-ponderado < promedio-minimo
               ADD 1 TO cant-situacion
               MOVE SPACES TO linea-situacion
               STRING am-alumno DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   am-nombre DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   tp-periodo(indice-per) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   promedio-edit DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   tp-creditos(indice-per) DELIMITED BY SIZE
                   INTO linea-situacion
               WRITE linea-situacion
           END-IF.

       COPY "cursadapr.cpy".
