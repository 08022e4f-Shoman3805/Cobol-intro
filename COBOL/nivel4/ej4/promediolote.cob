           SELECT PUNTAJES ASSIGN TO "scores.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CURSADAS ASSIGN TO "inscripciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cursadas-status.

       DATA DIVISION.
       FILE SECTION.

           05 filler pic x(01).
           05 pj-puntaje pic x(03).

       FD  CURSADAS.
       COPY "cursada.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 FIN-ARCHIVO pic x(1) value "N".
       01 suma pic 9(7) value 0.
       01 tabla-bandas.
           05 banda-conteo OCCURS 10 TIMES pic 9(5).
       01 indice-ba pic 9(2).
       COPY "cursadatab.cpy".

       PROCEDURE DIVISION.
           DISPLAY "Nota de aprobacion (blanco = 060)"
               MOVE 0 TO banda-conteo(indice-ba)
           END-PERFORM

           PERFORM CARGAR-CURSADAS
           IF CUR-HAY-ARCHIVO NOT = "S"
               DISPLAY "Sin inscripciones.txt: no se controla la "
                   "inscripcion de los alumnos."
           END-IF

           OPEN input PUNTAJES
           PERFORM UNTIL FIN-ARCHIVO = "S"
               READ PUNTAJES
                      pj-puntaje IS NOT NUMERIC
                       ADD 1 TO descartados
                   ELSE
                       PERFORM VERIFICAR-CURSADA
                       IF CUR-INSCRIPTO = "S"
                           MOVE pj-puntaje TO puntaje-num
                           PERFORM ACUMULAR-PUNTAJE
                       ELSE
                           ADD 1 TO CUR-RECHAZADOS
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
                   DISPLAY "Lineas descartadas..: " descartados
                       " (formato viejo o invalido)"
               END-IF
               IF CUR-RECHAZADOS > 0
                   DISPLAY "Puntajes rechazados.: " CUR-RECHAZADOS
                       " (alumno no inscripto en el curso)"
               END-IF
               PERFORM INFORMAR-ALUMNOS
               PERFORM INFORMAR-CURSOS
               PERFORM INFORMAR-BANDAS
                   DISPLAY "Lineas descartadas: " descartados
                       " (formato viejo o invalido)"
               END-IF
               IF CUR-RECHAZADOS > 0
                   DISPLAY "Puntajes rechazados: " CUR-RECHAZADOS
                       " (alumno no inscripto en el curso)"
               END-IF
           END-IF

           STOP RUN.
               DISPLAY banda-desde " a " banda-hasta ": "
                   banda-conteo(indice-ba)
           END-PERFORM.

       COPY "cursadapr.cpy".
