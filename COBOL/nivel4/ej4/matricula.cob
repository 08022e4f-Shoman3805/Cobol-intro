       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. matricula.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ALUMNOS ASSIGN TO "alumnos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS alumnos-status.

           SELECT CURSOS ASSIGN TO "cursos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cursos-status.

           SELECT CURSADAS ASSIGN TO "inscripciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cursadas-status.

       DATA DIVISION.
       FILE SECTION.

       FD  ALUMNOS.
       COPY "alumno.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CURSOS.
       COPY "curso.cpy" REPLACING ==:PREFIJO:== BY == ==.

       FD  CURSADAS.
       COPY "cursada.cpy" REPLACING ==:PREFIJO:== BY == ==.

       WORKING-STORAGE SECTION.
       01 alumnos-status pic x(2).
       01 cursos-status pic x(2).
       01 cursadas-status pic x(2).
       01 FIN-ARCHIVO pic x(1) value "N".
       01 opcion pic x(1).
       01 hoy pic 9(8).
       01 alumno-buscado pic x(10).
       01 nombre-alumno pic x(30).
       01 alumno-hallado pic x(1).
       01 curso-buscado pic x(08).
       01 nombre-curso pic x(30).
       01 creditos-curso pic 9(02).
       01 aprobacion-curso pic 9(03).
       01 curso-hallado pic x(1).
       01 periodo-buscado pic x(05).
       01 cursada-hallada pic x(1).
       01 nombre-nuevo pic x(30).
       01 cant-listados pic 9(4).
       01 creditos-texto pic x(2).
       01 nota-texto pic x(3).

       PROCEDURE DIVISION.
           ACCEPT hoy FROM DATE YYYYMMDD

           DISPLAY "Alumnos, cursos e inscripciones"
           DISPLAY "A- Alta de alumno"
           DISPLAY "C- Alta de curso en el catalogo"
           DISPLAY "I- Inscribir un alumno en un curso"
           DISPLAY "L- Listar inscriptos de un periodo"
           ACCEPT opcion
           INSPECT opcion CONVERTING "acil" TO "ACIL"

           IF opcion = "A"
               PERFORM ALTA-ALUMNO
           ELSE
           IF opcion = "C"
               PERFORM ALTA-CURSO
           ELSE
           IF opcion = "I"
               PERFORM INSCRIBIR
           ELSE
           IF opcion = "L"
               PERFORM LISTAR-INSCRIPTOS
           ELSE
               DISPLAY "Opcion invalida."
           END-IF
           END-IF
           END-IF
           END-IF

           STOP RUN.

       BUSCAR-ALUMNO.
           MOVE "N" TO alumno-hallado
           MOVE SPACES TO nombre-alumno
           OPEN input ALUMNOS
           IF alumnos-status = "00"
               MOVE "N" TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = "S"
                   READ ALUMNOS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       IF am-alumno = alumno-buscado
                           MOVE "S" TO alumno-hallado
                           MOVE am-nombre TO nombre-alumno
                           IF am-estado NOT = "A"
                               MOVE "B" TO alumno-hallado
                           END-IF
                           MOVE "S" TO FIN-ARCHIVO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUMNOS
           END-IF
           MOVE "N" TO FIN-ARCHIVO.

       BUSCAR-CURSO.
           MOVE "N" TO curso-hallado
           OPEN input CURSOS
           IF cursos-status = "00"
               MOVE "N" TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = "S"
                   READ CURSOS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       IF cm-curso = curso-buscado
                           MOVE "S" TO curso-hallado
                           MOVE cm-nombre TO nombre-curso
                           MOVE "S" TO FIN-ARCHIVO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CURSOS
           END-IF
           MOVE "N" TO FIN-ARCHIVO.

       BUSCAR-CURSADA.
           MOVE "N" TO cursada-hallada
           OPEN input CURSADAS
           IF cursadas-status = "00"
               MOVE "N" TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = "S"
                   READ CURSADAS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       IF cs-periodo = periodo-buscado AND
                          cs-alumno = alumno-buscado AND
                          cs-curso = curso-buscado
                           MOVE "S" TO cursada-hallada
                           MOVE "S" TO FIN-ARCHIVO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CURSADAS
           END-IF
           MOVE "N" TO FIN-ARCHIVO.

       ALTA-ALUMNO.
           DISPLAY "Codigo del alumno"
           MOVE SPACES TO alumno-buscado
           ACCEPT alumno-buscado
           DISPLAY "Nombre y apellido"
           MOVE SPACES TO nombre-nuevo
           ACCEPT nombre-nuevo
           IF alumno-buscado = SPACES OR nombre-nuevo = SPACES
               DISPLAY "Faltan datos, alumno no registrado."
           ELSE
               PERFORM BUSCAR-ALUMNO
               IF alumno-hallado NOT = "N"
                   DISPLAY "Ese alumno ya existe: " nombre-alumno
               ELSE
                   MOVE SPACES TO reg-alumno
                   MOVE alumno-buscado TO am-alumno
                   MOVE nombre-nuevo TO am-nombre
                   MOVE "A" TO am-estado
                   OPEN extend ALUMNOS
                   IF alumnos-status = "35"
                       OPEN output ALUMNOS
                   END-IF
                   WRITE reg-alumno
                   CLOSE ALUMNOS
                   DISPLAY "Alumno registrado."
               END-IF
           END-IF.

       ALTA-CURSO.
           DISPLAY "Codigo del curso"
           MOVE SPACES TO curso-buscado
           ACCEPT curso-buscado
           DISPLAY "Nombre del curso"
           MOVE SPACES TO nombre-nuevo
           ACCEPT nombre-nuevo
           DISPLAY "Creditos (horas catedra, 01 a 99)"
           MOVE SPACES TO creditos-texto
           ACCEPT creditos-texto
           DISPLAY "Nota de aprobacion (blanco = 060)"
           MOVE SPACES TO nota-texto
           ACCEPT nota-texto
           IF nota-texto IS NUMERIC
               MOVE nota-texto TO aprobacion-curso
           ELSE
               MOVE 60 TO aprobacion-curso
           END-IF
           IF creditos-texto IS NUMERIC
               MOVE creditos-texto TO creditos-curso
           ELSE
               MOVE 0 TO creditos-curso
           END-IF
           IF curso-buscado = SPACES OR nombre-nuevo = SPACES
               DISPLAY "Faltan datos, curso no registrado."
           ELSE
           IF creditos-curso = 0
               DISPLAY "Creditos invalidos, curso no registrado."
           ELSE
           IF aprobacion-curso > 100
               DISPLAY "La nota de aprobacion va de 000 a 100."
           ELSE
               PERFORM BUSCAR-CURSO
               IF curso-hallado = "S"
                   DISPLAY "Ese curso ya existe: " nombre-curso
               ELSE
                   MOVE SPACES TO reg-curso
                   MOVE curso-buscado TO cm-curso
                   MOVE nombre-nuevo TO cm-nombre
                   MOVE creditos-curso TO cm-creditos
                   MOVE aprobacion-curso TO cm-aprobacion
                   OPEN extend CURSOS
                   IF cursos-status = "35"
                       OPEN output CURSOS
                   END-IF
                   WRITE reg-curso
                   CLOSE CURSOS
                   DISPLAY "Curso registrado."
               END-IF
           END-IF
           END-IF
           END-IF.

       INSCRIBIR.
           DISPLAY "Periodo (AAAAS, S = 1 o 2 cuatrimestre)"
           MOVE SPACES TO periodo-buscado
           ACCEPT periodo-buscado
           DISPLAY "Codigo del alumno"
           MOVE SPACES TO alumno-buscado
           ACCEPT alumno-buscado
           DISPLAY "Codigo del curso"
           MOVE SPACES TO curso-buscado
           ACCEPT curso-buscado
           IF periodo-buscado(1:4) IS NOT NUMERIC OR
              (periodo-buscado(5:1) NOT = "1" AND
               periodo-buscado(5:1) NOT = "2")
               DISPLAY "Periodo invalido."
           ELSE
               PERFORM BUSCAR-ALUMNO
               PERFORM BUSCAR-CURSO
               IF alumno-hallado = "N"
                   DISPLAY "Ese alumno no existe."
               ELSE
               IF alumno-hallado = "B"
                   DISPLAY "Ese alumno esta dado de baja."
               ELSE
               IF curso-hallado = "N"
                   DISPLAY "Ese curso no existe en el catalogo."
               ELSE
                   PERFORM BUSCAR-CURSADA
                   IF cursada-hallada = "S"
                       DISPLAY "El alumno ya esta inscripto en ese "
                           "curso para el periodo."
                   ELSE
                       MOVE SPACES TO reg-cursada
                       MOVE periodo-buscado TO cs-periodo
                       MOVE alumno-buscado TO cs-alumno
                       MOVE curso-buscado TO cs-curso
                       MOVE hoy TO cs-fecha
                       OPEN extend CURSADAS
                       IF cursadas-status = "35"
                           OPEN output CURSADAS
                       END-IF
                       WRITE reg-cursada
                       CLOSE CURSADAS
                       DISPLAY nombre-alumno " inscripto en "
                           nombre-curso
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       LISTAR-INSCRIPTOS.
           DISPLAY "Periodo (AAAAS)"
           MOVE SPACES TO periodo-buscado
           ACCEPT periodo-buscado
           MOVE 0 TO cant-listados
           OPEN input CURSADAS
           IF cursadas-status = "00"
               MOVE "N" TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = "S"
                   READ CURSADAS
                   AT END
                       MOVE "S" TO FIN-ARCHIVO
                   NOT AT END
                       IF cs-periodo = periodo-buscado
                           ADD 1 TO cant-listados
                           DISPLAY cs-alumno " " cs-curso " "
                               cs-fecha
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CURSADAS
           END-IF
           MOVE "N" TO FIN-ARCHIVO
           DISPLAY "Inscripciones del periodo: " cant-listados.
