      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGULARIDAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGULARIDADES ASSIGN TO "..\regularidades.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS reg-fileStatus.

           SELECT INSCRIPCIONES ASSIGN TO "..\inscripciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ins-fileStatus.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS alu-fileStatus.

           SELECT MATERIAS ASSIGN TO "..\materias.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS mat-fileStatus.

           SELECT SESIONES-CLASE ASSIGN TO "..\sesionesClase.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ses-fileStatus.

           SELECT ASISTENCIA-DET ASSIGN TO "..\asistenciaDetalle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS asi-fileStatus.

           SELECT REPORTE ASSIGN TO "..\regularidadMateria.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Condicion del alumno en la materia al cierre de cada
      *    cuatrimestre. La regularidad habilita a rendir el final
      *    hasta su vencimiento; el promocionado no rinde final.
       FD  REGULARIDADES.
       01  reg-reg.
           03 reg-alumno pic 9(6).
           03 reg-materia pic 99.
           03 reg-periodo pic 9(5).
           03 reg-condicion pic x.
               88 reg-regular value "R".
               88 reg-libre value "L".
               88 reg-promocionado value "P".
           03 reg-nota pic 99.
           03 reg-asistencia pic 999.
           03 reg-fecha pic 9(8).
      *        cero si no es regular
           03 reg-vencimiento pic 9(8).

       FD  INSCRIPCIONES.
       01  ins-reg.
           03 ins-materia pic 99.
           03 ins-alumno pic 9(6).
           03 ins-estado pic x.
           03 ins-fecha pic 9(8).

       FD  ALUMNOS.
       01  alu-reg-cab.
           03 alu-cab-tiporeg pic x(1).
           03 alu-cab-cod pic 9(6).
           03 alu-cab-nombre pic x(20).
           03 alu-cab-estado pic x.
       01  alu-reg-det.
           03 alu-det-tiporeg pic x(1).
           03 alu-det-materia pic 99.
           03 alu-det-nota pic 99.
           03 alu-det-asistencia pic 999.

       FD  MATERIAS.
       01  mat-reg.
           03 mat-cod pic 99.
           03 mat-nombre pic x(20).
           03 mat-prereq pic 99.

       FD  SESIONES-CLASE.
       01  ses-reg.
           03 ses-materia pic 99.
           03 ses-fecha pic 9(8).

       FD  ASISTENCIA-DET.
       01  asi-reg.
           03 asi-materia pic 99.
           03 asi-fecha pic 9(8).
           03 asi-alumno pic 9(6).
           03 asi-estado pic x.

       FD  REPORTE.
       01  rep-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  w-nota-aprobacion pic 99 value 60.
       01  w-asistencia-minima pic 999 value 060.
       01  w-nota-promocion pic 99 value 80.
       01  w-asistencia-promocion pic 999 value 075.
      *    La regularidad dura w-turnos-vigencia turnos de examen;
      *    hay un turno cada w-meses-por-turno meses.
       01  w-turnos-vigencia pic 99 value 06.
       01  w-meses-por-turno pic 99 value 04.

       01  reg-fileStatus pic xx.
       01  ins-fileStatus pic xx.
       01  alu-fileStatus pic xx.
       01  mat-fileStatus pic xx.
       01  ses-fileStatus pic xx.
       01  asi-fileStatus pic xx.
       01  flag-fin pic 9.
       01  opc-menu pic 9.
       01  ws-fecha-hoy pic 9(8).
       01  ws-mes-hoy pic 99.
       01  ws-periodo pic 9(5).
       01  ws-vencimiento pic 9(8).
       01  ws-anio pic 9(4).
       01  ws-mes pic 9(4).
       01  ws-dia pic 99.
       01  ws-meses pic 9(4).
       01  ws-asistidas pic 9(4).
       01  ws-pct pic 999.
       01  alumno-actual pic 9(6).
       01  w-nombre-alumno pic x(20).
       01  w-condicion-ed pic x(13).
       01  i pic 9(4).
       01  j pic 9(4).
       01  idx-reg pic 9(4).
       01  idx-sm pic 999.
       01  idx-aa pic 9(4).
       01  idx-mat pic 999.
       01  cant-regulares pic 9(4).
       01  cant-libres pic 9(4).
       01  cant-promocionados pic 9(4).
       01  cant-nuevos pic 9(4).

       01  tabla-regularidades.
           03 treg-reg pic x(35) occurs 3000 times.
       01  cant-treg pic 9(4) value 0.

      *    Cursadas del cierre: inscripciones "I" con la mejor nota
      *    y el porcentaje que trae el padron.
       01  tabla-cursadas.
           03 tcu-item occurs 2000 times.
               05 tcu-alumno pic 9(6).
               05 tcu-materia pic 99.
               05 tcu-nota pic 99.
               05 tcu-asistencia pic 999.
       01  cant-tcu pic 9(4) value 0.

      *    Clases dictadas por materia y presentismo por alumno y
      *    materia, del registro de asistencia.
       01  tabla-sesiones-mat.
           03 tsm-item occurs 99 times.
               05 tsm-materia pic 99.
               05 tsm-clases pic 9(4).
       01  cant-tsm pic 99 value 0.

       01  tabla-asistencia.
           03 taa-item occurs 2000 times.
               05 taa-alumno pic 9(6).
               05 taa-materia pic 99.
               05 taa-asistidas pic 9(4).
       01  cant-taa pic 9(4) value 0.

       01  tabla-materias.
           03 tm-item occurs 99 times.
               05 tm-cod pic 99.
               05 tm-nombre pic x(20).
       01  cant-materias pic 99 value 0.

       01  tabla-alumnos.
           03 tal-item occurs 500 times.
               05 tal-cod pic 9(6).
               05 tal-nombre pic x(20).
       01  cant-alumnos pic 9(4) value 0.

      *    Cierre de cuatrimestre: cada inscripcion "I" queda
      *    promocionada (nota y asistencia de promocion), regular
      *    (nota de aprobacion y asistencia minima) o libre. La
      *    asistencia sale del registro de clases cuando la materia
      *    tiene clases cargadas; si no, del porcentaje del padron.
      *    Correr de nuevo el cierre del mismo cuatrimestre reemplaza
      *    la condicion calculada antes.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REGULARIDAD DE CURSADAS".
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
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
           PERFORM 100-CARGAR-REGULARIDADES.
           MOVE 9 TO opc-menu.
           PERFORM UNTIL opc-menu = 0
               DISPLAY "CUATRIMESTRE ", ws-periodo
               DISPLAY "1 - Cierre de cuatrimestre"
               DISPLAY "2 - Reporte por materia"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               EVALUATE opc-menu
                   WHEN 1
                       PERFORM 200-CIERRE-CUATRIMESTRE
                   WHEN 2
                       PERFORM 600-REPORTE-POR-MATERIA
               END-EVALUATE
           END-PERFORM.
           GOBACK.

           100-CARGAR-REGULARIDADES.
               MOVE 0 TO cant-treg.
               OPEN INPUT REGULARIDADES.
               IF reg-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ REGULARIDADES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-treg < 3000
                               ADD 1 TO cant-treg
                               MOVE reg-reg TO treg-reg(cant-treg)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGULARIDADES
               END-IF.

           200-CIERRE-CUATRIMESTRE.
               MOVE 0 TO cant-regulares.
               MOVE 0 TO cant-libres.
               MOVE 0 TO cant-promocionados.
               MOVE 0 TO cant-nuevos.
               PERFORM 210-CARGAR-CURSADAS.
               PERFORM 220-NOTAS-DEL-PADRON.
               PERFORM 230-ACUMULAR-ASISTENCIA.
               PERFORM 260-CALCULAR-VENCIMIENTO.
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tcu
                   PERFORM 300-CONDICION-CURSADA
               END-PERFORM.
               PERFORM 500-REGRABAR-REGULARIDADES.
               DISPLAY "Cursadas procesadas: ", cant-tcu,
                   " - condiciones nuevas: ", cant-nuevos.
               DISPLAY "  Promocionados: ", cant-promocionados,
                   " - regulares: ", cant-regulares,
                   " - libres: ", cant-libres.
               DISPLAY "  Regularidad vigente hasta ",
                   ws-vencimiento(7:2), "/", ws-vencimiento(5:2), "/",
                   ws-vencimiento(1:4).

           210-CARGAR-CURSADAS.
               MOVE 0 TO cant-tcu.
               OPEN INPUT INSCRIPCIONES.
               IF ins-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ INSCRIPCIONES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF ins-estado = "I" AND cant-tcu < 2000
                               ADD 1 TO cant-tcu
                               MOVE ins-alumno TO tcu-alumno(cant-tcu)
                               MOVE ins-materia
                                   TO tcu-materia(cant-tcu)
                               MOVE 0 TO tcu-nota(cant-tcu)
                               MOVE 0 TO tcu-asistencia(cant-tcu)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INSCRIPCIONES
               END-IF.

      *    Mejor nota de la materia contando el recuperatorio, y el
      *    porcentaje de asistencia del padron para las materias sin
      *    registro de clases.
           220-NOTAS-DEL-PADRON.
               MOVE 0 TO alumno-actual.
               OPEN INPUT ALUMNOS.
               IF alu-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ ALUMNOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF alu-cab-tiporeg = "C"
                               MOVE alu-cab-cod TO alumno-actual
                           ELSE
                               PERFORM 225-DETALLE-PADRON
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ALUMNOS
               END-IF.

           225-DETALLE-PADRON.
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > cant-tcu
                   IF tcu-alumno(j) = alumno-actual AND
                       tcu-materia(j) = alu-det-materia
                       IF alu-det-nota > tcu-nota(j)
                           MOVE alu-det-nota TO tcu-nota(j)
                       END-IF
                       IF alu-det-asistencia > tcu-asistencia(j)
                           MOVE alu-det-asistencia
                               TO tcu-asistencia(j)
                       END-IF
                   END-IF
               END-PERFORM.

           230-ACUMULAR-ASISTENCIA.
               MOVE 0 TO cant-tsm.
               MOVE 0 TO cant-taa.
               OPEN INPUT SESIONES-CLASE.
               IF ses-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ SESIONES-CLASE AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           PERFORM 240-SUMAR-CLASE
                       END-READ
                   END-PERFORM
                   CLOSE SESIONES-CLASE
               END-IF.
               OPEN INPUT ASISTENCIA-DET.
               IF asi-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ ASISTENCIA-DET AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF asi-estado = "P" OR asi-estado = "J"
                               PERFORM 250-SUMAR-ASISTENCIA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ASISTENCIA-DET
               END-IF.

           240-SUMAR-CLASE.
               PERFORM VARYING idx-sm FROM 1 BY 1
                       UNTIL idx-sm > cant-tsm
                   IF tsm-materia(idx-sm) = ses-materia
                       ADD 1 TO tsm-clases(idx-sm)
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-sm > cant-tsm AND cant-tsm < 99
                   ADD 1 TO cant-tsm
                   MOVE ses-materia TO tsm-materia(cant-tsm)
                   MOVE 1 TO tsm-clases(cant-tsm)
               END-IF.

           250-SUMAR-ASISTENCIA.
               PERFORM VARYING idx-aa FROM 1 BY 1
                       UNTIL idx-aa > cant-taa
                   IF taa-alumno(idx-aa) = asi-alumno AND
                       taa-materia(idx-aa) = asi-materia
                       ADD 1 TO taa-asistidas(idx-aa)
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-aa > cant-taa AND cant-taa < 2000
                   ADD 1 TO cant-taa
                   MOVE asi-alumno TO taa-alumno(cant-taa)
                   MOVE asi-materia TO taa-materia(cant-taa)
                   MOVE 1 TO taa-asistidas(cant-taa)
               END-IF.

      *    Vencimiento: fecha del cierre mas los turnos de vigencia;
      *    el dia se ajusta al ultimo del mes si no existe.
           260-CALCULAR-VENCIMIENTO.
               MOVE ws-fecha-hoy(1:4) TO ws-anio.
               MOVE ws-fecha-hoy(5:2) TO ws-mes.
               MOVE ws-fecha-hoy(7:2) TO ws-dia.
               COMPUTE ws-meses = w-turnos-vigencia * w-meses-por-turno.
               ADD ws-meses TO ws-mes.
               PERFORM UNTIL ws-mes <= 12
                   SUBTRACT 12 FROM ws-mes
                   ADD 1 TO ws-anio
               END-PERFORM.
               EVALUATE ws-mes
                   WHEN 2
                       IF ws-dia > 28
                           MOVE 28 TO ws-dia
                       END-IF
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       IF ws-dia > 30
                           MOVE 30 TO ws-dia
                       END-IF
               END-EVALUATE.
               COMPUTE ws-vencimiento =
                   ws-anio * 10000 + ws-mes * 100 + ws-dia.

           300-CONDICION-CURSADA.
               MOVE tcu-alumno(i) TO reg-alumno.
               MOVE tcu-materia(i) TO reg-materia.
               MOVE ws-periodo TO reg-periodo.
               MOVE tcu-nota(i) TO reg-nota.
               MOVE tcu-asistencia(i) TO reg-asistencia.
               PERFORM 310-ASISTENCIA-REGISTRO.
               MOVE ws-fecha-hoy TO reg-fecha.
               MOVE 0 TO reg-vencimiento.
               IF reg-nota >= w-nota-promocion AND
                   reg-asistencia >= w-asistencia-promocion
                   MOVE "P" TO reg-condicion
                   ADD 1 TO cant-promocionados
               ELSE
               IF reg-nota >= w-nota-aprobacion AND
                   reg-asistencia >= w-asistencia-minima
                   MOVE "R" TO reg-condicion
                   MOVE ws-vencimiento TO reg-vencimiento
                   ADD 1 TO cant-regulares
               ELSE
                   MOVE "L" TO reg-condicion
                   ADD 1 TO cant-libres
               END-IF
               END-IF.
               MOVE 0 TO idx-reg.
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > cant-treg
                   IF treg-reg(j)(1:13) = reg-reg(1:13)
                       MOVE j TO idx-reg
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-reg = 0
                   IF cant-treg < 3000
                       ADD 1 TO cant-treg
                       ADD 1 TO cant-nuevos
                       MOVE reg-reg TO treg-reg(cant-treg)
                   ELSE
                       DISPLAY "Tabla de regularidades llena - no se "
                           "grabo ", reg-alumno, " materia ",
                           reg-materia
                   END-IF
               ELSE
                   MOVE reg-reg TO treg-reg(idx-reg)
               END-IF.

           310-ASISTENCIA-REGISTRO.
               PERFORM VARYING idx-sm FROM 1 BY 1
                       UNTIL idx-sm > cant-tsm
                   IF tsm-materia(idx-sm) = reg-materia
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-sm <= cant-tsm AND tsm-clases(idx-sm) > 0
                   MOVE 0 TO ws-asistidas
                   PERFORM VARYING idx-aa FROM 1 BY 1
                           UNTIL idx-aa > cant-taa
                       IF taa-alumno(idx-aa) = reg-alumno AND
                           taa-materia(idx-aa) = reg-materia
                           MOVE taa-asistidas(idx-aa) TO ws-asistidas
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   COMPUTE ws-pct =
                       ws-asistidas * 100 / tsm-clases(idx-sm)
                   IF ws-pct > 100
                       MOVE 100 TO ws-pct
                   END-IF
                   MOVE ws-pct TO reg-asistencia
               END-IF.

           500-REGRABAR-REGULARIDADES.
               OPEN OUTPUT REGULARIDADES.
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > cant-treg
                   MOVE treg-reg(j) TO reg-reg
                   WRITE reg-reg
               END-PERFORM.
               CLOSE REGULARIDADES.

      *    Reporte del cuatrimestre: por cada materia del catalogo,
      *    los alumnos con su condicion y el total por condicion.
           600-REPORTE-POR-MATERIA.
               PERFORM 610-CARGAR-MATERIAS.
               PERFORM 620-CARGAR-ALUMNOS.
               OPEN OUTPUT REPORTE.
               MOVE SPACES TO rep-linea.
               STRING "REGULARIDAD POR MATERIA - CUATRIMESTRE "
                          DELIMITED BY SIZE
                      ws-periodo(5:1) DELIMITED BY SIZE
                      "/"             DELIMITED BY SIZE
                      ws-periodo(1:4) DELIMITED BY SIZE
                      INTO rep-linea.
               WRITE rep-linea.
               PERFORM VARYING idx-mat FROM 1 BY 1
                       UNTIL idx-mat > cant-materias
                   PERFORM 650-MATERIA-DEL-REPORTE
               END-PERFORM.
               CLOSE REPORTE.
               DISPLAY "Reporte en ..\regularidadMateria.txt".

           610-CARGAR-MATERIAS.
               MOVE 0 TO cant-materias.
               OPEN INPUT MATERIAS.
               IF mat-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ MATERIAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-materias < 99
                               ADD 1 TO cant-materias
                               MOVE mat-cod TO tm-cod(cant-materias)
                               MOVE mat-nombre
                                   TO tm-nombre(cant-materias)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MATERIAS
               END-IF.

           620-CARGAR-ALUMNOS.
               MOVE 0 TO cant-alumnos.
               OPEN INPUT ALUMNOS.
               IF alu-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ ALUMNOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF alu-cab-tiporeg = "C" AND
                               cant-alumnos < 500
                               ADD 1 TO cant-alumnos
                               MOVE alu-cab-cod TO tal-cod(cant-alumnos)
                               MOVE alu-cab-nombre
                                   TO tal-nombre(cant-alumnos)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ALUMNOS
               END-IF.

           650-MATERIA-DEL-REPORTE.
               MOVE 0 TO cant-regulares.
               MOVE 0 TO cant-libres.
               MOVE 0 TO cant-promocionados.
               MOVE SPACES TO rep-linea.
               WRITE rep-linea.
               STRING "MATERIA "         DELIMITED BY SIZE
                      tm-cod(idx-mat)    DELIMITED BY SIZE
                      " - "              DELIMITED BY SIZE
                      tm-nombre(idx-mat) DELIMITED BY SIZE
                      INTO rep-linea.
               WRITE rep-linea.
               MOVE "  LEGAJO  APELLIDO Y NOMBRE" TO rep-linea.
               MOVE "CONDICION      NOTA ASIST VENCE"
                   TO rep-linea(31:31).
               WRITE rep-linea.
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > cant-treg
                   MOVE treg-reg(j) TO reg-reg
                   IF reg-materia = tm-cod(idx-mat) AND
                       reg-periodo = ws-periodo
                       PERFORM 660-LINEA-DEL-REPORTE
                   END-IF
               END-PERFORM.
               MOVE SPACES TO rep-linea.
               STRING "  PROMOCIONADOS " DELIMITED BY SIZE
                      cant-promocionados DELIMITED BY SIZE
                      " - REGULARES "    DELIMITED BY SIZE
                      cant-regulares     DELIMITED BY SIZE
                      " - LIBRES "       DELIMITED BY SIZE
                      cant-libres        DELIMITED BY SIZE
                      INTO rep-linea.
               WRITE rep-linea.

           660-LINEA-DEL-REPORTE.
               MOVE "(SIN PADRON)" TO w-nombre-alumno.
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-alumnos
                   IF tal-cod(i) = reg-alumno
                       MOVE tal-nombre(i) TO w-nombre-alumno
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               EVALUATE reg-condicion
                   WHEN "P"
                       MOVE "PROMOCIONADO" TO w-condicion-ed
                       ADD 1 TO cant-promocionados
                   WHEN "R"
                       MOVE "REGULAR" TO w-condicion-ed
                       ADD 1 TO cant-regulares
                   WHEN OTHER
                       MOVE "LIBRE" TO w-condicion-ed
                       ADD 1 TO cant-libres
               END-EVALUATE.
               MOVE SPACES TO rep-linea.
               STRING "  "            DELIMITED BY SIZE
                      reg-alumno      DELIMITED BY SIZE
                      "  "            DELIMITED BY SIZE
                      w-nombre-alumno DELIMITED BY SIZE
                      INTO rep-linea.
               MOVE w-condicion-ed TO rep-linea(31:13).
               MOVE reg-nota TO rep-linea(46:2).
               MOVE reg-asistencia TO rep-linea(51:3).
               IF reg-vencimiento > 0
                   STRING reg-vencimiento(7:2) DELIMITED BY SIZE
                          "/"                  DELIMITED BY SIZE
                          reg-vencimiento(5:2) DELIMITED BY SIZE
                          "/"                  DELIMITED BY SIZE
                          reg-vencimiento(1:4) DELIMITED BY SIZE
                          INTO rep-linea(57:10)
               END-IF.
               WRITE rep-linea.
       END PROGRAM REGULARIDAD.
