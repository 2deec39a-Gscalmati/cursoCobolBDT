           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS car-fileStatus.

           SELECT DOCENTES ASSIGN TO "..\docentes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS doc-fileStatus.

           SELECT ASIGNACIONES ASSIGN TO "..\asignacionesDocentes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS asg-fileStatus.

       DATA DIVISION.
       FILE SECTION.
      *    Planilla que entrega cada docente: materia, alumno, nota y
      *        "O" sin rechazos, "P" espera correccion,
      *        "C" corregida por una carga posterior

       FD  DOCENTES.
       01  doc-reg.
           03 doc-cod pic 9(4).
           03 doc-nombre pic x(20).
           03 doc-dni pic 9(8).
           03 doc-contacto pic x(30).
           03 doc-estado pic x.

       FD  ASIGNACIONES.
       01  asg-reg.
           03 asg-periodo pic 9(5).
           03 asg-docente pic 9(4).
           03 asg-materia pic 99.
           03 asg-horas pic 99.

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  not-fileStatus pic xx.
               05 tn-mesa pic 9(4).
               05 tn-estado pic x.
      *        "P" pendiente de insertar, "I" insertada, "R" rechazada
      *        por materia inexistente, "D" docente no asignado
       01  cant-notas pic 9(4) value 0.

       01  cant-insertadas pic 9(4) value 0.
               05 tca-rechazadas pic 9(4).
               05 tca-estado pic x.
       01  cant-cargas pic 999 value 0.

      *    Docente que entrega la planilla y materias que tiene
      *    asignadas en el cuatrimestre: un renglon de otra materia
      *    se rechaza aunque la materia exista.
       01  doc-fileStatus pic xx.
       01  asg-fileStatus pic xx.
       01  ws-docente pic 9(4).
       01  ws-nombre-docente pic x(20).
       01  ws-periodo pic 9(5).
       01  ws-mes-hoy pic 99.
       01  flag-docente-ok pic 9.
       01  tabla-asignadas.
           03 tas-materia pic 99 occurs 99 times.
       01  cant-asignadas pic 99 value 0.
       01  idx-car pic 999.

      *    El detalle nuevo se arma aca y no en el area del FD de
           DISPLAY "Tracking de la carga que corrige (blanco = "
               "carga nueva):".
           ACCEPT ws-tracking-corrige.
           PERFORM 060-IDENTIFICAR-DOCENTE.
           PERFORM 100-CARGAR-MATERIAS.
           PERFORM 200-CARGAR-NOTAS.
           IF cant-notas = 0
                   CLOSE CARGAS
               END-IF.

      *    El cuatrimestre en blanco se toma de la fecha: hasta julio
      *    es el primero y desde agosto el segundo.
           060-IDENTIFICAR-DOCENTE.
               DISPLAY "Codigo del docente que entrega la planilla:".
               ACCEPT ws-docente.
               DISPLAY "Cuatrimestre (AAAAC, blanco = el actual):".
               MOVE 0 TO ws-periodo.
               ACCEPT ws-periodo.
               IF ws-periodo = 0
                   MOVE ws-fecha-hoy(1:4) TO ws-periodo(1:4)
                   MOVE ws-fecha-hoy(5:2) TO ws-mes-hoy
                   IF ws-mes-hoy <= 7
                       MOVE 1 TO ws-periodo(5:1)
                   ELSE
                       MOVE 2 TO ws-periodo(5:1)
                   END-IF
               END-IF.
               MOVE 0 TO flag-docente-ok.
               MOVE "(DOCENTE INEXISTENTE)" TO ws-nombre-docente.
               OPEN INPUT DOCENTES.
               IF doc-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ DOCENTES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF doc-cod = ws-docente
                               MOVE doc-nombre TO ws-nombre-docente
                               IF doc-estado = "B"
                                   DISPLAY "Aviso: el docente esta "
                                       "dado de baja"
                               ELSE
                                   MOVE 1 TO flag-docente-ok
                               END-IF
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DOCENTES
               END-IF.
               IF flag-docente-ok = 1
                   PERFORM 070-CARGAR-ASIGNADAS
               END-IF.
               DISPLAY "Docente: ", ws-docente, " - ",
                   ws-nombre-docente, " - materias asignadas en ",
                   ws-periodo, ": ", cant-asignadas.
               IF cant-asignadas = 0
                   DISPLAY "Aviso: sin materias asignadas, se "
                       "rechazara toda la planilla"
               END-IF.

           070-CARGAR-ASIGNADAS.
               OPEN INPUT ASIGNACIONES.
               IF asg-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ ASIGNACIONES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF asg-periodo = ws-periodo AND
                               asg-docente = ws-docente AND
                               cant-asignadas < 99
                               ADD 1 TO cant-asignadas
                               MOVE asg-materia
                                   TO tas-materia(cant-asignadas)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ASIGNACIONES
               END-IF.

           100-CARGAR-MATERIAS.
               OPEN INPUT MATERIAS.
               MOVE 1 TO flag-fin.
                   IF flag-hallado = 0
                       MOVE "R" TO tn-estado(i)
                       ADD 1 TO cant-rechazadas
                   ELSE
                       PERFORM 310-VALIDAR-ASIGNACION
                   END-IF
               END-PERFORM.

           310-VALIDAR-ASIGNACION.
               MOVE 0 TO flag-hallado.
               PERFORM VARYING j FROM 1 BY 1
                       UNTIL j > cant-asignadas
                   IF tas-materia(j) = tn-materia(i)
                       MOVE 1 TO flag-hallado
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF flag-hallado = 0
                   MOVE "D" TO tn-estado(i)
                   ADD 1 TO cant-rechazadas
               END-IF.

      *    El merge copia alumnos.txt a alumnosNuevo.txt y, despues de
      *    los detalles de cada cabecera, inserta los renglones de la
      *    planilla que corresponden a ese alumno, en su lugar.
               END-PERFORM.

      *    Lo que quedo pendiente no encontro cabecera de alumno (o
      *    la materia no existe, o no es del docente): va al
      *    archivo de rechazos.
           700-RECHAZOS-FINALES.
               OPEN OUTPUT RECHAZOS.
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-notas
                                  " MESA "     DELIMITED BY SIZE
                                  tn-mesa(i)   DELIMITED BY SIZE
                                  INTO rech-reg
                       ELSE
                       IF tn-estado(i) = "D"
                           MOVE SPACES TO rech-reg
                           STRING "DOCENTE NO ASIGNADO: "
                                      DELIMITED BY SIZE
                                  ws-docente   DELIMITED BY SIZE
                                  " MATERIA "  DELIMITED BY SIZE
                                  tn-materia(i) DELIMITED BY SIZE
                                  " ALUMNO "   DELIMITED BY SIZE
                                  tn-alumno(i) DELIMITED BY SIZE
                                  INTO rech-reg
                       ELSE
                           MOVE SPACES TO rech-reg
                           STRING "MATERIA INEXISTENTE: "
                                  tn-alumno(i) DELIMITED BY SIZE
                                  INTO rech-reg
                       END-IF
                       END-IF
                       WRITE rech-reg
                       PERFORM 710-CONTAR-RECHAZO-MATERIA
                   END-IF
                      ws-tracking DELIMITED BY SIZE
                      INTO acu-linea.
               WRITE acu-linea.
               MOVE SPACES TO acu-linea.
               STRING "DOCENTE " DELIMITED BY SIZE
                      ws-docente DELIMITED BY SIZE
                      " - "      DELIMITED BY SIZE
                      ws-nombre-docente DELIMITED BY SIZE
                      " - CUATRIMESTRE " DELIMITED BY SIZE
                      ws-periodo(5:1)   DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      ws-periodo(1:4)   DELIMITED BY SIZE
                      INTO acu-linea.
               WRITE acu-linea.
               IF ws-tracking-corrige NOT = SPACES
                   MOVE SPACES TO acu-linea
                   STRING "CORRIGE A LA CARGA " DELIMITED BY SIZE
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-notas
                   IF tn-estado(i) NOT = "I"
                       MOVE SPACES TO acu-linea
                       EVALUATE tn-estado(i)
                           WHEN "P"
                               MOVE "ALUMNO INEXISTENTE" TO
                                   acu-linea(1:20)
                           WHEN "D"
                               MOVE "DOCENTE NO ASIGNADO" TO
                                   acu-linea(1:20)
                           WHEN OTHER
                               MOVE "MATERIA INEXISTENTE" TO
                                   acu-linea(1:20)
                       END-EVALUATE
                       STRING acu-linea(1:20) DELIMITED BY SIZE
                              " - ORIGINAL: MAT " DELIMITED BY SIZE
                              tn-materia(i)  DELIMITED BY SIZE
