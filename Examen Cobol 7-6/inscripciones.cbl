           SELECT ESPERA ASSIGN TO "..\esperaReporte.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HORARIOS ASSIGN TO "..\horarios.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS hor-fileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           03 alu-cab-cod pic 9(6).
           03 alu-cab-nombre pic x(20).
           03 alu-cab-estado pic x.
      *        "A" activo, "R" retirado, "G" egresado (espacio en
      *        datos viejos cuenta como activo)
       01  alu-reg-det.
           03 alu-det-tiporeg pic x(1).
           03 alu-det-materia pic 99.
           03 cuoa-alumno pic 9(6).
           03 cuoa-importe pic 9(7)v99.
           03 cuoa-estado pic x.
           03 cuoa-bruto pic 9(7)v99.
           03 cuoa-descuento pic 9(7)v99.

       FD  MOROSIDAD.
       01  mor-reg.
       FD  ESPERA.
       01  esp-linea pic x(80).

      *    Bloques semanales de clase por materia y cuatrimestre.
       FD  HORARIOS.
       01  hor-reg.
           03 hor-periodo pic 9(5).
           03 hor-materia pic 99.
           03 hor-dia pic 9.
           03 hor-desde pic 9(4).
           03 hor-hasta pic 9(4).
           03 hor-aula pic x(6).

       WORKING-STORAGE SECTION.
       01  w-nota-aprobacion pic 99 value 60.
       01  w-cupo-por-omision pic 999 value 30.
       01  pro-fileStatus pic xx.
       01  cuoa-fileStatus pic xx.
       01  mor-fileStatus pic xx.
       01  hor-fileStatus pic xx.
       01  ws-periodo pic 9(5).
       01  ws-mes-hoy pic 99.
       01  idx-h pic 9(4).
       01  idx-h2 pic 9(4).
       01  ws-max-impagas pic 99.
       01  cant-impagas pic 999.
       01  cant-promovidos pic 9(4).
       01  flag-encontrado pic 9.
       01  w-cupo-materia pic 999.
       01  cant-inscriptos-mat pic 999.
       01  idx-m pic 999.
       01  idx-a pic 9(4).
       01  idx-d pic 99.
       01  idx-i pic 9(4).
       01  tabla-cupos.
           03 vec-cupo pic 999 OCCURS 99 TIMES.

      *    Horarios del cuatrimestre en curso.
       01  tabla-horarios.
           03 vec-hor OCCURS 500 TIMES.
               05 vh-materia pic 99.
               05 vh-dia pic 9.
               05 vh-desde pic 9(4).
               05 vh-hasta pic 9(4).
       01  cant-horarios pic 9(4) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
               PERFORM 120-CARGAR-ALUMNOS.
               PERFORM 130-CARGAR-CUPOS.
               PERFORM 140-CARGAR-INSCRIPCIONES.
               PERFORM 150-CARGAR-HORARIOS.

           110-CARGAR-MATERIAS.
               OPEN INPUT MATERIAS.
                       MOVE 0 TO flag-fin
                   NOT AT END
                       IF alu-cab-tiporeg = "C" AND
                           alu-cab-estado NOT = "R" AND
                           alu-cab-estado NOT = "G"
                           IF cant-alumnos < 200
                               ADD 1 TO cant-alumnos
                               MOVE alu-cab-cod
                   CLOSE INSCRIPCIONES
               END-IF.

      *    El cuatrimestre en curso sale de la fecha: hasta julio el
      *    primero, desde agosto el segundo.
           150-CARGAR-HORARIOS.
               MOVE ws-fecha-hoy(1:4) TO ws-periodo(1:4).
               MOVE ws-fecha-hoy(5:2) TO ws-mes-hoy.
               IF ws-mes-hoy <= 7
                   MOVE 1 TO ws-periodo(5:1)
               ELSE
                   MOVE 2 TO ws-periodo(5:1)
               END-IF.
               OPEN INPUT HORARIOS.
               IF hor-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ HORARIOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF hor-periodo = ws-periodo AND
                               cant-horarios < 500
                               ADD 1 TO cant-horarios
                               MOVE hor-materia
                                   TO vh-materia(cant-horarios)
                               MOVE hor-dia TO vh-dia(cant-horarios)
                               MOVE hor-desde
                                   TO vh-desde(cant-horarios)
                               MOVE hor-hasta
                                   TO vh-hasta(cant-horarios)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HORARIOS
               END-IF.

           300-INSCRIBIR.
               DISPLAY "Codigo de alumno:".
               ACCEPT ing-alumno.
               IF flag-ok = 1
                   PERFORM 430-VALIDAR-MOROSIDAD
               END-IF.
               IF flag-ok = 1
                   PERFORM 440-VALIDAR-HORARIO
               END-IF.

           410-VALIDAR-YA-INSCRIPTO.
               PERFORM VARYING idx-i FROM 1 BY 1
                   MOVE 0 TO flag-ok
               END-IF.

      *    Choque de horarios con lo que el alumno ya cursa: contra
      *    una materia en la que esta inscripto se rechaza; contra
      *    una en la que solo esta en lista de espera se avisa y se
      *    deja pasar (puede no llegar a entrar nunca).
           440-VALIDAR-HORARIO.
               PERFORM VARYING idx-i FROM 1 BY 1
                       UNTIL idx-i > cant-inscripciones OR flag-ok = 0
                   IF vi-alumno(idx-i) = ing-alumno AND
                       vi-materia(idx-i) NOT = ing-materia AND
                       (vi-estado(idx-i) = "I" OR
                        vi-estado(idx-i) = "E")
                       PERFORM 450-COMPARAR-HORARIOS
                   END-IF
               END-PERFORM.

           450-COMPARAR-HORARIOS.
               PERFORM VARYING idx-h FROM 1 BY 1
                       UNTIL idx-h > cant-horarios OR flag-ok = 0
                   IF vh-materia(idx-h) = ing-materia
                       PERFORM VARYING idx-h2 FROM 1 BY 1
                               UNTIL idx-h2 > cant-horarios
                           IF vh-materia(idx-h2) = vi-materia(idx-i)
                               AND vh-dia(idx-h2) = vh-dia(idx-h)
                               AND vh-desde(idx-h2) < vh-hasta(idx-h)
                               AND vh-desde(idx-h) < vh-hasta(idx-h2)
                               PERFORM 460-INFORMAR-CHOQUE
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

           460-INFORMAR-CHOQUE.
               IF vi-estado(idx-i) = "I"
                   DISPLAY "Choque de horario con la materia ",
                       vi-materia(idx-i), " (dia ", vh-dia(idx-h),
                       " ", vh-desde(idx-h2), "-", vh-hasta(idx-h2),
                       ") - inscripcion rechazada"
                   MOVE 0 TO flag-ok
               ELSE
                   DISPLAY "Aviso: se superpone con la materia ",
                       vi-materia(idx-i), " (dia ", vh-dia(idx-h),
                       " ", vh-desde(idx-h2), "-", vh-hasta(idx-h2),
                       ") en la que esta en lista de espera"
               END-IF.

      *    Si la materia llego al cupo, el alumno queda en lista de
      *    espera en orden de llegada.
           500-REGISTRAR-INSCRIPCION.
