           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS min-fileStatus.

           SELECT REGULARIDADES ASSIGN TO "..\regularidades.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS reg-fileStatus.

           SELECT ACTAS ASSIGN TO "..\actasMesas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           03 min-mesa pic 9(4).
           03 min-alumno pic 9(6).

      *    Condicion en la materia al cierre de cada cuatrimestre.
       FD  REGULARIDADES.
       01  reg-reg.
           03 reg-alumno pic 9(6).
           03 reg-materia pic 99.
           03 reg-periodo pic 9(5).
           03 reg-condicion pic x.
           03 reg-nota pic 99.
           03 reg-asistencia pic 999.
           03 reg-fecha pic 9(8).
           03 reg-vencimiento pic 9(8).

       FD  ACTAS.
       01  act-linea pic x(80).

       01  ins-fileStatus pic xx.
       01  mes-fileStatus pic xx.
       01  min-fileStatus pic xx.
       01  reg-fileStatus pic xx.
       01  w-ult-periodo pic 9(5).
       01  w-condicion pic x.
       01  w-vencimiento pic 9(8).
       01  flag-fin pic 9.
       01  opc-menu pic 9.
       01  ing-mesa pic 9(4).
               END-IF.

      *    El alumno tiene que estar inscripto (estado "I") en la
      *    materia de la mesa y tenerla regular y vigente a la fecha
      *    de la mesa, la mesa tiene que tener banco libre y el
      *    alumno no puede tener OTRA mesa el mismo dia.
           300-INSCRIBIR-A-MESA.
               DISPLAY "Numero de mesa:".
               ACCEPT ing-mesa.
                       "materia de la mesa"
                   MOVE 0 TO flag-ok
               END-IF.
      *    Regularidad: vale la del ultimo cuatrimestre cursado.
               IF flag-ok = 1
                   PERFORM 360-VALIDAR-REGULARIDAD
               END-IF.
      *    Capacidad del aula.
               IF flag-ok = 1
                   MOVE 0 TO cant-en-mesa
                   END-PERFORM
               END-IF.

           360-VALIDAR-REGULARIDAD.
               MOVE 0 TO w-ult-periodo.
               MOVE SPACE TO w-condicion.
               MOVE 0 TO w-vencimiento.
               OPEN INPUT REGULARIDADES.
               IF reg-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ REGULARIDADES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF reg-alumno = ing-alumno AND
                               reg-materia = tme-materia(idx-mesa) AND
                               reg-periodo >= w-ult-periodo
                               MOVE reg-periodo TO w-ult-periodo
                               MOVE reg-condicion TO w-condicion
                               MOVE reg-vencimiento TO w-vencimiento
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGULARIDADES
               END-IF.
               EVALUATE w-condicion
                   WHEN "R"
                       IF w-vencimiento < tme-fecha(idx-mesa)
                           DISPLAY "RECHAZADO: la regularidad vencio "
                               "el ", w-vencimiento(7:2), "/",
                               w-vencimiento(5:2), "/",
                               w-vencimiento(1:4)
                           MOVE 0 TO flag-ok
                       END-IF
                   WHEN "P"
                       DISPLAY "RECHAZADO: el alumno promociono la "
                           "materia - no rinde final"
                       MOVE 0 TO flag-ok
                   WHEN "L"
                       DISPLAY "RECHAZADO: el alumno quedo libre en "
                           "la materia"
                       MOVE 0 TO flag-ok
                   WHEN OTHER
                       DISPLAY "RECHAZADO: el alumno no tiene la "
                           "regularidad de la materia"
                       MOVE 0 TO flag-ok
               END-EVALUATE.

           380-FECHA-DE-OTRA-MESA.
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-mesas
                   IF tme-nro(i) = tmi-mesa(j) AND
