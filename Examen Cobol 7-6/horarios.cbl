      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORARIOS-CURSADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIOS ASSIGN TO "..\horarios.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS hor-fileStatus.

           SELECT MATERIAS ASSIGN TO "..\materias.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS mat-fileStatus.

           SELECT ASIGNACIONES ASSIGN TO "..\asignacionesDocentes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS asg-fileStatus.

           SELECT INSCRIPCIONES ASSIGN TO "..\inscripciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ins-fileStatus.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS alu-fileStatus.

           SELECT GRILLA ASSIGN TO ws-nombre-grilla
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONFLICTOS ASSIGN TO "..\horarioConflictos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Un renglon por bloque semanal de clase: una materia con
      *    dos clases por semana tiene dos renglones.
       FD  HORARIOS.
       01  hor-reg.
           03 hor-periodo pic 9(5).
      *        AAAAC: anio y cuatrimestre (1 o 2)
           03 hor-materia pic 99.
           03 hor-dia pic 9.
      *        1 lunes ... 6 sabado
           03 hor-desde pic 9(4).
           03 hor-hasta pic 9(4).
      *        HHMM, el bloque termina a la hora "hasta"
           03 hor-aula pic x(6).

       FD  MATERIAS.
       01  mat-reg.
           03 mat-cod pic 99.
           03 mat-nombre pic x(20).
           03 mat-prereq pic 99.

       FD  ASIGNACIONES.
       01  asg-reg.
           03 asg-periodo pic 9(5).
           03 asg-docente pic 9(4).
           03 asg-materia pic 99.
           03 asg-horas pic 99.

       FD  INSCRIPCIONES.
       01  ins-reg.
           03 ins-materia pic 99.
           03 ins-alumno pic 9(6).
           03 ins-estado pic x.
               88 ins-inscripto value "I".
               88 ins-en-espera value "E".
           03 ins-fecha pic 9(8).

       FD  ALUMNOS.
       01  alu-reg-cab.
           03 alu-cab-tiporeg pic x(1).
           03 alu-cab-cod pic 9(6).
           03 alu-cab-nombre pic x(20).
           03 alu-cab-estado pic x.

      *    Grilla semanal imprimible, por alumno o por aula.
       FD  GRILLA.
       01  gri-linea pic x(80).

       FD  CONFLICTOS.
       01  con-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  hor-fileStatus pic xx.
       01  mat-fileStatus pic xx.
       01  asg-fileStatus pic xx.
       01  ins-fileStatus pic xx.
       01  alu-fileStatus pic xx.
       01  flag-fin pic 9.
       01  opc-menu pic 9.
       01  flag-ok pic 9.
       01  flag-existe pic 9.
       01  ws-fecha-hoy pic 9(8).
       01  ws-mes-hoy pic 99.
       01  ws-periodo pic 9(5).
       01  ws-nombre-grilla pic x(40).
       01  ing-materia pic 99.
       01  ing-dia pic 9.
       01  ing-desde pic 9(4).
       01  ing-hasta pic 9(4).
       01  ing-aula pic x(6).
       01  ing-alumno pic 9(6).
       01  i pic 9(4).
       01  j pic 9(4).
       01  k pic 9(4).
       01  m pic 9(4).
       01  idx-mat pic 99.
       01  idx-sel pic 9(4).
       01  w-clave pic 9(5).
       01  w-clave-min pic 9(5).
       01  w-dia-nombre pic x(9).
       01  w-nombre-materia pic x(20).
       01  w-nombre-alumno pic x(20).
       01  w-hh pic 99.
       01  w-mm pic 99.
       01  w-hora pic 9(4).
       01  w-docente pic 9(4).
       01  w-materia-otra pic 99.
       01  w-cant-lineas pic 9(4).
       01  w-cant-conflictos pic 9(4).
       01  w-estado-ins pic x.

       01  tabla-horarios.
           03 th-item occurs 500 times.
               05 th-periodo pic 9(5).
               05 th-materia pic 99.
               05 th-dia pic 9.
               05 th-desde pic 9(4).
               05 th-hasta pic 9(4).
               05 th-aula pic x(6).
               05 th-sel pic x.
      *        marca de trabajo para la grilla: " " fuera,
      *        "I"/"E" a imprimir (inscripto / en espera), "P" impreso
       01  cant-horarios pic 9(4) value 0.

       01  tabla-materias.
           03 tm-item occurs 99 times.
               05 tm-cod pic 99.
               05 tm-nombre pic x(20).
       01  cant-materias pic 99 value 0.

      *    Solo las asignaciones del cuatrimestre de trabajo.
       01  tabla-asignaciones.
           03 ta-item occurs 500 times.
               05 ta-docente pic 9(4).
               05 ta-materia pic 99.
       01  cant-asignaciones pic 9(4) value 0.

      *    Los bloques se controlan al grabar: un aula no puede
      *    tener dos clases superpuestas y un docente no puede estar
      *    en dos materias a la misma hora. Dos bloques se superponen
      *    si son el mismo dia y cada uno empieza antes de que
      *    termine el otro (uno que termina a las 10 y otro que
      *    empieza a las 10 no chocan).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "HORARIOS DE CURSADA".
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Cuatrimestre de trabajo (AAAAC, blanco = el "
               "actual):".
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
           PERFORM 100-CARGAR-HORARIOS.
           PERFORM 110-CARGAR-MATERIAS.
           PERFORM 120-CARGAR-ASIGNACIONES.
           MOVE 9 TO opc-menu.
           PERFORM UNTIL opc-menu = 0
               DISPLAY "CUATRIMESTRE ", ws-periodo
               DISPLAY "1 - Alta de bloque horario"
               DISPLAY "2 - Baja de bloque horario"
               DISPLAY "3 - Verificar superposiciones"
               DISPLAY "4 - Grilla semanal de un alumno"
               DISPLAY "5 - Grilla semanal de un aula"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               EVALUATE opc-menu
                   WHEN 1
                       PERFORM 200-ALTA-BLOQUE
                   WHEN 2
                       PERFORM 300-BAJA-BLOQUE
                   WHEN 3
                       PERFORM 600-VERIFICAR-SUPERPOSICIONES
                   WHEN 4
                       PERFORM 700-GRILLA-ALUMNO
                   WHEN 5
                       PERFORM 750-GRILLA-AULA
               END-EVALUATE
           END-PERFORM.
           GOBACK.

           100-CARGAR-HORARIOS.
               MOVE 0 TO cant-horarios.
               OPEN INPUT HORARIOS.
               IF hor-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ HORARIOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-horarios < 500
                               ADD 1 TO cant-horarios
                               MOVE hor-periodo
                                   TO th-periodo(cant-horarios)
                               MOVE hor-materia
                                   TO th-materia(cant-horarios)
                               MOVE hor-dia TO th-dia(cant-horarios)
                               MOVE hor-desde
                                   TO th-desde(cant-horarios)
                               MOVE hor-hasta
                                   TO th-hasta(cant-horarios)
                               MOVE hor-aula TO th-aula(cant-horarios)
                               MOVE SPACE TO th-sel(cant-horarios)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HORARIOS
               END-IF.

           110-CARGAR-MATERIAS.
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

           120-CARGAR-ASIGNACIONES.
               MOVE 0 TO cant-asignaciones.
               OPEN INPUT ASIGNACIONES.
               IF asg-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ ASIGNACIONES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF asg-periodo = ws-periodo AND
                               cant-asignaciones < 500
                               ADD 1 TO cant-asignaciones
                               MOVE asg-docente
                                   TO ta-docente(cant-asignaciones)
                               MOVE asg-materia
                                   TO ta-materia(cant-asignaciones)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ASIGNACIONES
               END-IF.

           200-ALTA-BLOQUE.
               DISPLAY "Codigo de materia:".
               ACCEPT ing-materia.
               DISPLAY "Dia (1 lunes ... 6 sabado):".
               ACCEPT ing-dia.
               DISPLAY "Hora de inicio (HHMM):".
               ACCEPT ing-desde.
               DISPLAY "Hora de fin (HHMM):".
               ACCEPT ing-hasta.
               DISPLAY "Aula:".
               ACCEPT ing-aula.
               PERFORM 210-VALIDAR-BLOQUE.
               IF flag-ok = 1
                   PERFORM 220-CONTROLAR-AULA
               END-IF.
               IF flag-ok = 1
                   PERFORM 230-CONTROLAR-DOCENTES
               END-IF.
               IF flag-ok = 1
                   IF cant-horarios >= 500
                       DISPLAY "Archivo de horarios completo"
                   ELSE
                       ADD 1 TO cant-horarios
                       MOVE ws-periodo TO th-periodo(cant-horarios)
                       MOVE ing-materia TO th-materia(cant-horarios)
                       MOVE ing-dia TO th-dia(cant-horarios)
                       MOVE ing-desde TO th-desde(cant-horarios)
                       MOVE ing-hasta TO th-hasta(cant-horarios)
                       MOVE ing-aula TO th-aula(cant-horarios)
                       MOVE SPACE TO th-sel(cant-horarios)
                       PERFORM 500-REGRABAR-HORARIOS
                       DISPLAY "Bloque horario grabado"
                   END-IF
               END-IF.

           210-VALIDAR-BLOQUE.
               MOVE 1 TO flag-ok.
               PERFORM 250-BUSCAR-MATERIA.
               IF idx-mat = 0
                   DISPLAY "RECHAZADO: materia inexistente"
                   MOVE 0 TO flag-ok
               END-IF.
               IF ing-dia < 1 OR ing-dia > 6
                   DISPLAY "RECHAZADO: dia invalido"
                   MOVE 0 TO flag-ok
               END-IF.
               MOVE ing-desde TO w-hora.
               PERFORM 260-VALIDAR-HORA.
               MOVE ing-hasta TO w-hora.
               PERFORM 260-VALIDAR-HORA.
               IF flag-ok = 1 AND ing-desde >= ing-hasta
                   DISPLAY "RECHAZADO: la hora de fin debe ser "
                       "posterior a la de inicio"
                   MOVE 0 TO flag-ok
               END-IF.
               IF ing-aula = SPACES
                   DISPLAY "RECHAZADO: falta el aula"
                   MOVE 0 TO flag-ok
               END-IF.
      *    La misma materia no puede tener dos bloques que se pisen.
               IF flag-ok = 1
                   PERFORM VARYING i FROM 1 BY 1
                           UNTIL i > cant-horarios
                       IF th-periodo(i) = ws-periodo AND
                           th-materia(i) = ing-materia
                           PERFORM 270-SUPERPONE-CON-INGRESO
                           IF flag-existe = 1
                               DISPLAY "RECHAZADO: se superpone con "
                                   "otro bloque de la misma materia"
                               MOVE 0 TO flag-ok
                               EXIT PERFORM
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF.

           220-CONTROLAR-AULA.
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-horarios
                   IF th-periodo(i) = ws-periodo AND
                       th-aula(i) = ing-aula
                       PERFORM 270-SUPERPONE-CON-INGRESO
                       IF flag-existe = 1
                           DISPLAY "RECHAZADO: el aula ", ing-aula,
                               " ya esta ocupada por la materia ",
                               th-materia(i), " de ",
                               th-desde(i), " a ", th-hasta(i)
                           MOVE 0 TO flag-ok
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-PERFORM.

      *    Cada docente asignado a la materia no puede tener, a esa
      *    hora, un bloque de otra de sus materias.
           230-CONTROLAR-DOCENTES.
               PERFORM VARYING j FROM 1 BY 1
                       UNTIL j > cant-asignaciones OR flag-ok = 0
                   IF ta-materia(j) = ing-materia
                       MOVE ta-docente(j) TO w-docente
                       PERFORM 240-OTRAS-MATERIAS-DOCENTE
                   END-IF
               END-PERFORM.

           240-OTRAS-MATERIAS-DOCENTE.
               PERFORM VARYING k FROM 1 BY 1
                       UNTIL k > cant-asignaciones OR flag-ok = 0
                   IF ta-docente(k) = w-docente AND
                       ta-materia(k) NOT = ing-materia
                       PERFORM VARYING i FROM 1 BY 1
                               UNTIL i > cant-horarios
                           IF th-periodo(i) = ws-periodo AND
                               th-materia(i) = ta-materia(k)
                               PERFORM 270-SUPERPONE-CON-INGRESO
                               IF flag-existe = 1
                                   DISPLAY "RECHAZADO: el docente ",
                                       w-docente, " dicta la materia ",
                                       th-materia(i), " a esa hora"
                                   MOVE 0 TO flag-ok
                                   EXIT PERFORM
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

           250-BUSCAR-MATERIA.
               MOVE 0 TO idx-mat.
               PERFORM VARYING m FROM 1 BY 1
                       UNTIL m > cant-materias
                   IF tm-cod(m) = ing-materia
                       MOVE m TO idx-mat
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

           260-VALIDAR-HORA.
               MOVE w-hora(1:2) TO w-hh.
               MOVE w-hora(3:2) TO w-mm.
               IF w-hh > 23 OR w-mm > 59
                   DISPLAY "RECHAZADO: hora invalida ", w-hora
                   MOVE 0 TO flag-ok
               END-IF.

      *    flag-existe = 1 si el bloque i pisa al que se ingresa.
           270-SUPERPONE-CON-INGRESO.
               MOVE 0 TO flag-existe.
               IF th-dia(i) = ing-dia AND
                   th-desde(i) < ing-hasta AND
                   ing-desde < th-hasta(i)
                   MOVE 1 TO flag-existe
               END-IF.

           300-BAJA-BLOQUE.
               DISPLAY "Codigo de materia:".
               ACCEPT ing-materia.
               DISPLAY "Dia (1 lunes ... 6 sabado):".
               ACCEPT ing-dia.
               DISPLAY "Hora de inicio (HHMM):".
               ACCEPT ing-desde.
               MOVE 0 TO k.
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-horarios
                   IF th-periodo(i) = ws-periodo AND
                       th-materia(i) = ing-materia AND
                       th-dia(i) = ing-dia AND
                       th-desde(i) = ing-desde
                       MOVE i TO k
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF k = 0
                   DISPLAY "Bloque inexistente"
               ELSE
                   PERFORM VARYING j FROM k BY 1
                           UNTIL j >= cant-horarios
                       MOVE th-item(j + 1) TO th-item(j)
                   END-PERFORM
                   SUBTRACT 1 FROM cant-horarios
                   PERFORM 500-REGRABAR-HORARIOS
                   DISPLAY "Bloque horario dado de baja"
               END-IF.

           500-REGRABAR-HORARIOS.
               OPEN OUTPUT HORARIOS.
               PERFORM VARYING j FROM 1 BY 1
                       UNTIL j > cant-horarios
                   MOVE th-periodo(j) TO hor-periodo
                   MOVE th-materia(j) TO hor-materia
                   MOVE th-dia(j) TO hor-dia
                   MOVE th-desde(j) TO hor-desde
                   MOVE th-hasta(j) TO hor-hasta
                   MOVE th-aula(j) TO hor-aula
                   WRITE hor-reg
               END-PERFORM.
               CLOSE HORARIOS.

      *    Control completo del cuatrimestre, para cuando se
      *    reasignan docentes despues de cargar los horarios: cada
      *    par de bloques que se pisan en la misma aula o con un
      *    docente en comun.
           600-VERIFICAR-SUPERPOSICIONES.
               MOVE 0 TO w-cant-conflictos.
               OPEN OUTPUT CONFLICTOS.
               MOVE SPACES TO con-linea.
               STRING "SUPERPOSICIONES DEL CUATRIMESTRE "
                          DELIMITED BY SIZE
                      ws-periodo(5:1) DELIMITED BY SIZE
                      "/"             DELIMITED BY SIZE
                      ws-periodo(1:4) DELIMITED BY SIZE
                      INTO con-linea.
               WRITE con-linea.
               MOVE SPACES TO con-linea.
               WRITE con-linea.
               PERFORM VARYING k FROM 1 BY 1 UNTIL k > cant-horarios
                   IF th-periodo(k) = ws-periodo
                       MOVE th-dia(k) TO ing-dia
                       MOVE th-desde(k) TO ing-desde
                       MOVE th-hasta(k) TO ing-hasta
                       COMPUTE i = k + 1
                       PERFORM UNTIL i > cant-horarios
                           IF th-periodo(i) = ws-periodo
                               PERFORM 270-SUPERPONE-CON-INGRESO
                               IF flag-existe = 1
                                   PERFORM 610-PAR-SUPERPUESTO
                               END-IF
                           END-IF
                           ADD 1 TO i
                       END-PERFORM
                   END-IF
               END-PERFORM.
               IF w-cant-conflictos = 0
                   MOVE "SIN SUPERPOSICIONES" TO con-linea
                   WRITE con-linea
               END-IF.
               CLOSE CONFLICTOS.
               DISPLAY "Superposiciones encontradas: ",
                   w-cant-conflictos,
                   " - detalle en ..\horarioConflictos.txt".

           610-PAR-SUPERPUESTO.
               IF th-aula(i) = th-aula(k)
                   ADD 1 TO w-cant-conflictos
                   MOVE SPACES TO con-linea
                   STRING "AULA "         DELIMITED BY SIZE
                          th-aula(k)      DELIMITED BY SIZE
                          ": MATERIAS "   DELIMITED BY SIZE
                          th-materia(k)   DELIMITED BY SIZE
                          " Y "           DELIMITED BY SIZE
                          th-materia(i)   DELIMITED BY SIZE
                          " - DIA "       DELIMITED BY SIZE
                          th-dia(k)       DELIMITED BY SIZE
                          " "             DELIMITED BY SIZE
                          th-desde(k)     DELIMITED BY SIZE
                          "/"             DELIMITED BY SIZE
                          th-desde(i)     DELIMITED BY SIZE
                          INTO con-linea
                   WRITE con-linea
               END-IF.
               IF th-materia(i) NOT = th-materia(k)
                   PERFORM VARYING j FROM 1 BY 1
                           UNTIL j > cant-asignaciones
                       IF ta-materia(j) = th-materia(k)
                           MOVE ta-docente(j) TO w-docente
                           MOVE th-materia(i) TO w-materia-otra
                           PERFORM 620-DOCENTE-EN-AMBAS
                       END-IF
                   END-PERFORM
               END-IF.

           620-DOCENTE-EN-AMBAS.
               PERFORM VARYING m FROM 1 BY 1
                       UNTIL m > cant-asignaciones
                   IF ta-docente(m) = w-docente AND
                       ta-materia(m) = w-materia-otra
                       ADD 1 TO w-cant-conflictos
                       MOVE SPACES TO con-linea
                       STRING "DOCENTE "      DELIMITED BY SIZE
                              w-docente       DELIMITED BY SIZE
                              ": MATERIAS "   DELIMITED BY SIZE
                              th-materia(k)   DELIMITED BY SIZE
                              " Y "           DELIMITED BY SIZE
                              th-materia(i)   DELIMITED BY SIZE
                              " - DIA "       DELIMITED BY SIZE
                              th-dia(k)       DELIMITED BY SIZE
                              " "             DELIMITED BY SIZE
                              th-desde(k)     DELIMITED BY SIZE
                              "/"             DELIMITED BY SIZE
                              th-desde(i)     DELIMITED BY SIZE
                              INTO con-linea
                       WRITE con-linea
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

      *    Grilla del alumno: los bloques de las materias en que
      *    esta inscripto (y, marcadas, las de la lista de espera).
           700-GRILLA-ALUMNO.
               DISPLAY "Codigo de alumno:".
               ACCEPT ing-alumno.
               MOVE "(ALUMNO INEXISTENTE)" TO w-nombre-alumno.
               OPEN INPUT ALUMNOS.
               IF alu-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ ALUMNOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF alu-cab-tiporeg = "C" AND
                               alu-cab-cod = ing-alumno
                               MOVE alu-cab-nombre TO w-nombre-alumno
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ALUMNOS
               END-IF.
               PERFORM 780-LIMPIAR-MARCAS.
               OPEN INPUT INSCRIPCIONES.
               IF ins-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ INSCRIPCIONES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF ins-alumno = ing-alumno AND
                               (ins-inscripto OR ins-en-espera)
                               PERFORM 710-MARCAR-MATERIA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INSCRIPCIONES
               END-IF.
               MOVE SPACES TO ws-nombre-grilla.
               STRING "..\horarioAlumno_" DELIMITED BY SIZE
                      ing-alumno          DELIMITED BY SIZE
                      ".txt"              DELIMITED BY SIZE
                      INTO ws-nombre-grilla.
               OPEN OUTPUT GRILLA.
               MOVE SPACES TO gri-linea.
               STRING "HORARIO SEMANAL - ALUMNO " DELIMITED BY SIZE
                      ing-alumno         DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      w-nombre-alumno    DELIMITED BY SIZE
                      " - CUATRIMESTRE " DELIMITED BY SIZE
                      ws-periodo(5:1)    DELIMITED BY SIZE
                      "/"                DELIMITED BY SIZE
                      ws-periodo(1:4)    DELIMITED BY SIZE
                      INTO gri-linea.
               WRITE gri-linea.
               PERFORM 800-IMPRIMIR-GRILLA.
               CLOSE GRILLA.
               DISPLAY "Grilla en ", FUNCTION TRIM(ws-nombre-grilla).

           710-MARCAR-MATERIA.
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-horarios
                   IF th-periodo(i) = ws-periodo AND
                       th-materia(i) = ins-materia
                       MOVE ins-estado TO th-sel(i)
                   END-IF
               END-PERFORM.

           750-GRILLA-AULA.
               DISPLAY "Aula:".
               ACCEPT ing-aula.
               PERFORM 780-LIMPIAR-MARCAS.
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-horarios
                   IF th-periodo(i) = ws-periodo AND
                       th-aula(i) = ing-aula
                       MOVE "I" TO th-sel(i)
                   END-IF
               END-PERFORM.
               MOVE SPACES TO ws-nombre-grilla.
               STRING "..\horarioAula_" DELIMITED BY SIZE
                      ing-aula          DELIMITED BY SPACE
                      ".txt"            DELIMITED BY SIZE
                      INTO ws-nombre-grilla.
               OPEN OUTPUT GRILLA.
               MOVE SPACES TO gri-linea.
               STRING "HORARIO SEMANAL - AULA " DELIMITED BY SIZE
                      ing-aula           DELIMITED BY SIZE
                      " - CUATRIMESTRE " DELIMITED BY SIZE
                      ws-periodo(5:1)    DELIMITED BY SIZE
                      "/"                DELIMITED BY SIZE
                      ws-periodo(1:4)    DELIMITED BY SIZE
                      INTO gri-linea.
               WRITE gri-linea.
               PERFORM 800-IMPRIMIR-GRILLA.
               CLOSE GRILLA.
               DISPLAY "Grilla en ", FUNCTION TRIM(ws-nombre-grilla).

           780-LIMPIAR-MARCAS.
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-horarios
                   MOVE SPACE TO th-sel(i)
               END-PERFORM.

      *    Imprime los bloques marcados ordenados por dia y hora de
      *    inicio: en cada vuelta se toma el menor todavia no impreso.
           800-IMPRIMIR-GRILLA.
               MOVE SPACES TO gri-linea.
               WRITE gri-linea.
               MOVE "DIA       HORARIO      MATERIA" TO gri-linea.
               MOVE "AULA" TO gri-linea(53:4).
               WRITE gri-linea.
               MOVE 0 TO w-cant-lineas.
               MOVE 1 TO idx-sel.
               PERFORM UNTIL idx-sel = 0
                   MOVE 0 TO idx-sel
                   MOVE 99999 TO w-clave-min
                   PERFORM VARYING i FROM 1 BY 1
                           UNTIL i > cant-horarios
                       IF th-sel(i) = "I" OR th-sel(i) = "E"
                           COMPUTE w-clave = th-dia(i) * 10000
                               + th-desde(i)
                           IF w-clave < w-clave-min
                               MOVE w-clave TO w-clave-min
                               MOVE i TO idx-sel
                           END-IF
                       END-IF
                   END-PERFORM
                   IF idx-sel > 0
                       PERFORM 810-LINEA-GRILLA
                       MOVE "P" TO th-sel(idx-sel)
                       ADD 1 TO w-cant-lineas
                   END-IF
               END-PERFORM.
               IF w-cant-lineas = 0
                   MOVE "SIN CLASES EN EL CUATRIMESTRE" TO gri-linea
                   WRITE gri-linea
               END-IF.

           810-LINEA-GRILLA.
               EVALUATE th-dia(idx-sel)
                   WHEN 1 MOVE "LUNES" TO w-dia-nombre
                   WHEN 2 MOVE "MARTES" TO w-dia-nombre
                   WHEN 3 MOVE "MIERCOLES" TO w-dia-nombre
                   WHEN 4 MOVE "JUEVES" TO w-dia-nombre
                   WHEN 5 MOVE "VIERNES" TO w-dia-nombre
                   WHEN OTHER MOVE "SABADO" TO w-dia-nombre
               END-EVALUATE.
               MOVE th-materia(idx-sel) TO ing-materia.
               PERFORM 250-BUSCAR-MATERIA.
               IF idx-mat > 0
                   MOVE tm-nombre(idx-mat) TO w-nombre-materia
               ELSE
                   MOVE SPACES TO w-nombre-materia
               END-IF.
               MOVE SPACES TO gri-linea.
               STRING w-dia-nombre            DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      th-desde(idx-sel)(1:2)  DELIMITED BY SIZE
                      ":"                     DELIMITED BY SIZE
                      th-desde(idx-sel)(3:2)  DELIMITED BY SIZE
                      "-"                     DELIMITED BY SIZE
                      th-hasta(idx-sel)(1:2)  DELIMITED BY SIZE
                      ":"                     DELIMITED BY SIZE
                      th-hasta(idx-sel)(3:2)  DELIMITED BY SIZE
                      "  "                    DELIMITED BY SIZE
                      th-materia(idx-sel)     DELIMITED BY SIZE
                      " - "                   DELIMITED BY SIZE
                      w-nombre-materia        DELIMITED BY SIZE
                      INTO gri-linea.
               MOVE th-aula(idx-sel) TO gri-linea(53:6).
               IF th-sel(idx-sel) = "E"
                   MOVE "(EN ESPERA)" TO gri-linea(61:11)
               END-IF.
               WRITE gri-linea.
       END PROGRAM HORARIOS-CURSADA.
