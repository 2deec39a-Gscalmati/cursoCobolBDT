      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENEDOR-DOCENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCENTES ASSIGN TO "..\docentes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS doc-fileStatus.

           SELECT ASIGNACIONES ASSIGN TO "..\asignacionesDocentes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS asg-fileStatus.

           SELECT MATERIAS ASSIGN TO "..\materias.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS mat-fileStatus.

           SELECT INSCRIPCIONES ASSIGN TO "..\inscripciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ins-fileStatus.

           SELECT CARGA-DOCENTE ASSIGN TO "..\cargaDocente.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HORARIOS ASSIGN TO "..\horarios.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS hor-fileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCENTES.
       01  doc-reg.
           03 doc-cod pic 9(4).
           03 doc-nombre pic x(20).
           03 doc-dni pic 9(8).
           03 doc-contacto pic x(30).
           03 doc-estado pic x.
      *        "A" activo, "B" dado de baja

      *    Que docente dicta que materia en cada cuatrimestre y con
      *    cuantas horas semanales. Una materia puede tener mas de
      *    un docente (titular y ayudantes).
       FD  ASIGNACIONES.
       01  asg-reg.
           03 asg-periodo pic 9(5).
      *        AAAAC: anio y cuatrimestre (1 o 2)
           03 asg-docente pic 9(4).
           03 asg-materia pic 99.
           03 asg-horas pic 99.

       FD  MATERIAS.
       01  mat-reg.
           03 mat-cod pic 99.
           03 mat-nombre pic x(20).
           03 mat-prereq pic 99.

       FD  INSCRIPCIONES.
       01  ins-reg.
           03 ins-materia pic 99.
           03 ins-alumno pic 9(6).
           03 ins-estado pic x.
               88 ins-inscripto value "I".
               88 ins-en-espera value "E".
           03 ins-fecha pic 9(8).

       FD  CARGA-DOCENTE.
       01  cdo-linea pic x(80).

       FD  HORARIOS.
       01  hor-reg.
           03 hor-periodo pic 9(5).
           03 hor-materia pic 99.
           03 hor-dia pic 9.
           03 hor-desde pic 9(4).
           03 hor-hasta pic 9(4).
           03 hor-aula pic x(6).

       WORKING-STORAGE SECTION.
       01  doc-fileStatus pic xx.
       01  asg-fileStatus pic xx.
       01  mat-fileStatus pic xx.
       01  ins-fileStatus pic xx.
       01  hor-fileStatus pic xx.
       01  flag-fin pic 9.
       01  opc-menu pic 9.
       01  flag-existe pic 9.
       01  flag-ok pic 9.
       01  ing-cod pic 9(4).
       01  ing-nombre pic x(20).
       01  ing-dni pic 9(8).
       01  ing-contacto pic x(30).
       01  ing-estado pic x.
       01  ing-periodo pic 9(5).
       01  ing-materia pic 99.
       01  ing-horas pic 99.
       01  i pic 9(4).
       01  j pic 9(4).
       01  k pic 9(4).
       01  m pic 9(4).
       01  n pic 9(4).
       01  idx-doc pic 9(4).
       01  idx-mat pic 99.
       01  w-cuatrimestre pic 9.
       01  w-inscriptos pic 9(4).
       01  w-inscriptos-ed pic zzz9.
       01  w-horas-ed pic z9.
       01  w-tot-materias pic 99.
       01  w-tot-inscriptos pic 9(5).
       01  w-tot-horas pic 999.
       01  w-tot-inscriptos-ed pic zzzz9.
       01  w-tot-horas-ed pic zz9.
       01  w-nombre-materia pic x(20).
       01  w-cant-docentes pic 9(4).

       01  tabla-docentes.
           03 td-item occurs 200 times.
               05 td-cod pic 9(4).
               05 td-nombre pic x(20).
               05 td-dni pic 9(8).
               05 td-contacto pic x(30).
               05 td-estado pic x.
       01  cant-docentes pic 9(4) value 0.

       01  tabla-asignaciones.
           03 ta-item occurs 500 times.
               05 ta-periodo pic 9(5).
               05 ta-docente pic 9(4).
               05 ta-materia pic 99.
               05 ta-horas pic 99.
       01  cant-asignaciones pic 9(4) value 0.

       01  tabla-materias.
           03 tm-item occurs 99 times.
               05 tm-cod pic 99.
               05 tm-nombre pic x(20).
               05 tm-inscriptos pic 9(4).
       01  cant-materias pic 99 value 0.

      *    Bloques horarios del cuatrimestre que se esta asignando.
       01  tabla-horarios.
           03 th-item occurs 500 times.
               05 th-materia pic 99.
               05 th-dia pic 9.
               05 th-desde pic 9(4).
               05 th-hasta pic 9(4).
       01  cant-horarios pic 9(4) value 0.

      *    El padron de docentes se mantiene como el catalogo de
      *    materias: se carga entero, se modifica en memoria y se
      *    regraba. Un docente dado de baja conserva sus asignaciones
      *    historicas pero no puede recibir nuevas ni cargar notas.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MANTENIMIENTO DE DOCENTES Y ASIGNACIONES".
           PERFORM 100-CARGAR-DOCENTES.
           PERFORM 110-CARGAR-ASIGNACIONES.
           PERFORM 120-CARGAR-MATERIAS.
           MOVE 9 TO opc-menu.
           PERFORM UNTIL opc-menu = 0
               DISPLAY "1 - Alta de docente"
               DISPLAY "2 - Modificar contacto / estado"
               DISPLAY "3 - Asignar docente a materia"
               DISPLAY "4 - Quitar asignacion"
               DISPLAY "5 - Carga docente del cuatrimestre"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               EVALUATE opc-menu
                   WHEN 1
                       PERFORM 200-ALTA-DOCENTE
                   WHEN 2
                       PERFORM 300-MODIFICAR-DOCENTE
                   WHEN 3
                       PERFORM 400-ASIGNAR-MATERIA
                   WHEN 4
                       PERFORM 450-QUITAR-ASIGNACION
                   WHEN 5
                       PERFORM 600-CARGA-DOCENTE
               END-EVALUATE
           END-PERFORM.
           GOBACK.

           100-CARGAR-DOCENTES.
               MOVE 0 TO cant-docentes.
               OPEN INPUT DOCENTES.
               IF doc-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ DOCENTES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-docentes < 200
                               ADD 1 TO cant-docentes
                               MOVE doc-cod TO td-cod(cant-docentes)
                               MOVE doc-nombre
                                   TO td-nombre(cant-docentes)
                               MOVE doc-dni TO td-dni(cant-docentes)
                               MOVE doc-contacto
                                   TO td-contacto(cant-docentes)
                               MOVE doc-estado
                                   TO td-estado(cant-docentes)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DOCENTES
               END-IF.

           110-CARGAR-ASIGNACIONES.
               MOVE 0 TO cant-asignaciones.
               OPEN INPUT ASIGNACIONES.
               IF asg-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ ASIGNACIONES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-asignaciones < 500
                               ADD 1 TO cant-asignaciones
                               MOVE asg-periodo
                                   TO ta-periodo(cant-asignaciones)
                               MOVE asg-docente
                                   TO ta-docente(cant-asignaciones)
                               MOVE asg-materia
                                   TO ta-materia(cant-asignaciones)
                               MOVE asg-horas
                                   TO ta-horas(cant-asignaciones)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ASIGNACIONES
               END-IF.

           120-CARGAR-MATERIAS.
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
                               MOVE 0 TO tm-inscriptos(cant-materias)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MATERIAS
               END-IF.

           200-ALTA-DOCENTE.
               DISPLAY "Codigo del docente (1-9999):".
               ACCEPT ing-cod.
               PERFORM 250-BUSCAR-DOCENTE.
               IF flag-existe = 1
                   DISPLAY "El docente ya existe"
               ELSE
               IF cant-docentes >= 200
                   DISPLAY "Padron de docentes completo"
               ELSE
                   DISPLAY "Apellido y nombre:"
                   ACCEPT ing-nombre
                   DISPLAY "DNI:"
                   ACCEPT ing-dni
                   DISPLAY "Contacto (telefono o e-mail):"
                   ACCEPT ing-contacto
                   PERFORM 260-VALIDAR-DNI
                   IF flag-ok = 1
                       ADD 1 TO cant-docentes
                       MOVE ing-cod TO td-cod(cant-docentes)
                       MOVE ing-nombre TO td-nombre(cant-docentes)
                       MOVE ing-dni TO td-dni(cant-docentes)
                       MOVE ing-contacto TO td-contacto(cant-docentes)
                       MOVE "A" TO td-estado(cant-docentes)
                       PERFORM 500-REGRABAR-DOCENTES
                       DISPLAY "Docente dado de alta"
                   END-IF
               END-IF
               END-IF.

           250-BUSCAR-DOCENTE.
               MOVE 0 TO flag-existe.
               MOVE 0 TO idx-doc.
               PERFORM VARYING i FROM 1 BY 1
                       UNTIL i > cant-docentes
                   IF td-cod(i) = ing-cod
                       MOVE 1 TO flag-existe
                       MOVE i TO idx-doc
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

      *    El mismo DNI no puede figurar bajo dos codigos.
           260-VALIDAR-DNI.
               MOVE 1 TO flag-ok.
               IF ing-dni = 0
                   MOVE 0 TO flag-ok
                   DISPLAY "RECHAZADO: el DNI es obligatorio"
               ELSE
                   PERFORM VARYING j FROM 1 BY 1
                           UNTIL j > cant-docentes
                       IF td-dni(j) = ing-dni AND
                           td-cod(j) NOT = ing-cod
                           MOVE 0 TO flag-ok
                           DISPLAY "RECHAZADO: el DNI ya figura para "
                               "el docente ", td-cod(j)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF.

           300-MODIFICAR-DOCENTE.
               DISPLAY "Codigo del docente:".
               ACCEPT ing-cod.
               PERFORM 250-BUSCAR-DOCENTE.
               IF flag-existe = 0
                   DISPLAY "Docente inexistente"
               ELSE
                   DISPLAY td-nombre(idx-doc), " DNI ", td-dni(idx-doc),
                       " estado ", td-estado(idx-doc)
                   DISPLAY "Contacto actual: ", td-contacto(idx-doc)
                   DISPLAY "Nuevo contacto (blanco = sin cambio):"
                   MOVE SPACES TO ing-contacto
                   ACCEPT ing-contacto
                   DISPLAY "Estado A activo / B baja (blanco = sin "
                       "cambio):"
                   MOVE SPACE TO ing-estado
                   ACCEPT ing-estado
                   IF ing-estado NOT = SPACE AND NOT = "A"
                       AND NOT = "B"
                       DISPLAY "RECHAZADO: estado invalido"
                   ELSE
                       IF ing-contacto NOT = SPACES
                           MOVE ing-contacto TO td-contacto(idx-doc)
                       END-IF
                       IF ing-estado NOT = SPACE
                           MOVE ing-estado TO td-estado(idx-doc)
                       END-IF
                       PERFORM 500-REGRABAR-DOCENTES
                       DISPLAY "Docente actualizado"
                   END-IF
               END-IF.

           400-ASIGNAR-MATERIA.
               PERFORM 410-PEDIR-ASIGNACION.
               IF flag-ok = 1
                   IF td-estado(idx-doc) = "B"
                       DISPLAY "RECHAZADO: el docente esta dado de baja"
                   ELSE
                   IF flag-existe = 1
                       DISPLAY "La asignacion ya existe"
                   ELSE
                   IF cant-asignaciones >= 500
                       DISPLAY "Archivo de asignaciones completo"
                   ELSE
                       PERFORM 430-CONTROLAR-HORARIOS
                       IF flag-ok = 1
                           PERFORM 420-GRABAR-ASIGNACION
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF.

      *    Pide cuatrimestre, docente y materia y valida que ambos
      *    existan. Deja en flag-existe y k si la asignacion ya esta.
           410-PEDIR-ASIGNACION.
               MOVE 1 TO flag-ok.
               DISPLAY "Cuatrimestre (AAAAC, C = 1 o 2):".
               ACCEPT ing-periodo.
               MOVE ing-periodo(5:1) TO w-cuatrimestre.
               IF w-cuatrimestre NOT = 1 AND NOT = 2
                   MOVE 0 TO flag-ok
                   DISPLAY "RECHAZADO: cuatrimestre invalido"
               END-IF.
               IF flag-ok = 1
                   DISPLAY "Codigo del docente:"
                   ACCEPT ing-cod
                   PERFORM 250-BUSCAR-DOCENTE
                   IF flag-existe = 0
                       MOVE 0 TO flag-ok
                       DISPLAY "RECHAZADO: docente inexistente"
                   END-IF
               END-IF.
               IF flag-ok = 1
                   DISPLAY "Codigo de materia:"
                   ACCEPT ing-materia
                   PERFORM 425-BUSCAR-MATERIA
                   IF idx-mat = 0
                       MOVE 0 TO flag-ok
                       DISPLAY "RECHAZADO: materia inexistente"
                   END-IF
               END-IF.
               IF flag-ok = 1
                   MOVE 0 TO flag-existe
                   PERFORM VARYING k FROM 1 BY 1
                           UNTIL k > cant-asignaciones
                       IF ta-periodo(k) = ing-periodo AND
                           ta-docente(k) = ing-cod AND
                           ta-materia(k) = ing-materia
                           MOVE 1 TO flag-existe
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF.

           420-GRABAR-ASIGNACION.
               DISPLAY "Horas semanales:".
               ACCEPT ing-horas.
               IF ing-horas = 0
                   DISPLAY "RECHAZADO: las horas deben ser "
                       "mayores a cero"
               ELSE
                   ADD 1 TO cant-asignaciones
                   MOVE ing-periodo TO ta-periodo(cant-asignaciones)
                   MOVE ing-cod TO ta-docente(cant-asignaciones)
                   MOVE ing-materia TO ta-materia(cant-asignaciones)
                   MOVE ing-horas TO ta-horas(cant-asignaciones)
                   PERFORM 550-REGRABAR-ASIGNACIONES
                   DISPLAY "Docente asignado a la materia"
               END-IF.

           425-BUSCAR-MATERIA.
               MOVE 0 TO idx-mat.
               PERFORM VARYING j FROM 1 BY 1
                       UNTIL j > cant-materias
                   IF tm-cod(j) = ing-materia
                       MOVE j TO idx-mat
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

      *    Un docente no puede quedar en dos lugares a la vez: los
      *    bloques de la materia nueva no pueden pisar los de otra
      *    materia que ya tenga asignada en el cuatrimestre.
           430-CONTROLAR-HORARIOS.
               MOVE 0 TO cant-horarios.
               OPEN INPUT HORARIOS.
               IF hor-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ HORARIOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF hor-periodo = ing-periodo AND
                               cant-horarios < 500
                               ADD 1 TO cant-horarios
                               MOVE hor-materia
                                   TO th-materia(cant-horarios)
                               MOVE hor-dia TO th-dia(cant-horarios)
                               MOVE hor-desde
                                   TO th-desde(cant-horarios)
                               MOVE hor-hasta
                                   TO th-hasta(cant-horarios)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HORARIOS
               END-IF.
               PERFORM VARYING k FROM 1 BY 1
                       UNTIL k > cant-asignaciones OR flag-ok = 0
                   IF ta-periodo(k) = ing-periodo AND
                       ta-docente(k) = ing-cod AND
                       ta-materia(k) NOT = ing-materia
                       PERFORM 440-COMPARAR-BLOQUES
                   END-IF
               END-PERFORM.

           440-COMPARAR-BLOQUES.
               PERFORM VARYING m FROM 1 BY 1
                       UNTIL m > cant-horarios OR flag-ok = 0
                   IF th-materia(m) = ing-materia
                       PERFORM VARYING n FROM 1 BY 1
                               UNTIL n > cant-horarios
                           IF th-materia(n) = ta-materia(k) AND
                               th-dia(n) = th-dia(m) AND
                               th-desde(n) < th-hasta(m) AND
                               th-desde(m) < th-hasta(n)
                               DISPLAY "RECHAZADO: el docente dicta "
                                   "la materia ", ta-materia(k),
                                   " el dia ", th-dia(m), " a las ",
                                   th-desde(n)
                               MOVE 0 TO flag-ok
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

           450-QUITAR-ASIGNACION.
               PERFORM 410-PEDIR-ASIGNACION.
               IF flag-ok = 1
                   IF flag-existe = 0
                       DISPLAY "La asignacion no existe"
                   ELSE
                       PERFORM VARYING j FROM k BY 1
                               UNTIL j >= cant-asignaciones
                           MOVE ta-item(j + 1) TO ta-item(j)
                       END-PERFORM
                       SUBTRACT 1 FROM cant-asignaciones
                       PERFORM 550-REGRABAR-ASIGNACIONES
                       DISPLAY "Asignacion quitada"
                   END-IF
               END-IF.

           500-REGRABAR-DOCENTES.
               OPEN OUTPUT DOCENTES.
               PERFORM VARYING j FROM 1 BY 1
                       UNTIL j > cant-docentes
                   MOVE td-cod(j) TO doc-cod
                   MOVE td-nombre(j) TO doc-nombre
                   MOVE td-dni(j) TO doc-dni
                   MOVE td-contacto(j) TO doc-contacto
                   MOVE td-estado(j) TO doc-estado
                   WRITE doc-reg
               END-PERFORM.
               CLOSE DOCENTES.

           550-REGRABAR-ASIGNACIONES.
               OPEN OUTPUT ASIGNACIONES.
               PERFORM VARYING j FROM 1 BY 1
                       UNTIL j > cant-asignaciones
                   MOVE ta-periodo(j) TO asg-periodo
                   MOVE ta-docente(j) TO asg-docente
                   MOVE ta-materia(j) TO asg-materia
                   MOVE ta-horas(j) TO asg-horas
                   WRITE asg-reg
               END-PERFORM.
               CLOSE ASIGNACIONES.

      *    Carga docente del cuatrimestre: por docente, cada materia
      *    asignada con sus inscriptos (sin contar la lista de
      *    espera) y las horas semanales, y el total del docente.
           600-CARGA-DOCENTE.
               DISPLAY "Cuatrimestre (AAAAC):".
               ACCEPT ing-periodo.
               PERFORM 610-CONTAR-INSCRIPTOS.
               MOVE 0 TO w-cant-docentes.
               OPEN OUTPUT CARGA-DOCENTE.
               MOVE SPACES TO cdo-linea.
               STRING "CARGA DOCENTE DEL CUATRIMESTRE "
                          DELIMITED BY SIZE
                      ing-periodo(5:1) DELIMITED BY SIZE
                      "/"              DELIMITED BY SIZE
                      ing-periodo(1:4) DELIMITED BY SIZE
                      INTO cdo-linea.
               WRITE cdo-linea.
               MOVE SPACES TO cdo-linea.
               WRITE cdo-linea.
               PERFORM VARYING i FROM 1 BY 1
                       UNTIL i > cant-docentes
                   PERFORM 620-DOCENTE-EN-REPORTE
               END-PERFORM.
               IF w-cant-docentes = 0
                   MOVE "SIN ASIGNACIONES PARA EL CUATRIMESTRE"
                       TO cdo-linea
                   WRITE cdo-linea
               END-IF.
               CLOSE CARGA-DOCENTE.
               DISPLAY "Carga docente en ..\cargaDocente.txt".

           610-CONTAR-INSCRIPTOS.
               PERFORM VARYING j FROM 1 BY 1
                       UNTIL j > cant-materias
                   MOVE 0 TO tm-inscriptos(j)
               END-PERFORM.
               OPEN INPUT INSCRIPCIONES.
               IF ins-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ INSCRIPCIONES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF ins-inscripto
                               MOVE ins-materia TO ing-materia
                               PERFORM 425-BUSCAR-MATERIA
                               IF idx-mat > 0
                                   ADD 1 TO tm-inscriptos(idx-mat)
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INSCRIPCIONES
               END-IF.

           620-DOCENTE-EN-REPORTE.
               MOVE 0 TO w-tot-materias.
               MOVE 0 TO w-tot-inscriptos.
               MOVE 0 TO w-tot-horas.
               PERFORM VARYING k FROM 1 BY 1
                       UNTIL k > cant-asignaciones
                   IF ta-periodo(k) = ing-periodo AND
                       ta-docente(k) = td-cod(i)
                       IF w-tot-materias = 0
                           PERFORM 630-CABECERA-DOCENTE
                       END-IF
                       PERFORM 640-LINEA-MATERIA
                   END-IF
               END-PERFORM.
               IF w-tot-materias > 0
                   ADD 1 TO w-cant-docentes
                   MOVE w-tot-inscriptos TO w-tot-inscriptos-ed
                   MOVE w-tot-horas TO w-tot-horas-ed
                   MOVE SPACES TO cdo-linea
                   STRING "    TOTAL "          DELIMITED BY SIZE
                          w-tot-materias        DELIMITED BY SIZE
                          " MATERIAS  INSCRIPTOS " DELIMITED BY SIZE
                          w-tot-inscriptos-ed   DELIMITED BY SIZE
                          "  HORAS SEMANALES "  DELIMITED BY SIZE
                          w-tot-horas-ed        DELIMITED BY SIZE
                          INTO cdo-linea
                   WRITE cdo-linea
                   MOVE SPACES TO cdo-linea
                   WRITE cdo-linea
               END-IF.

           630-CABECERA-DOCENTE.
               MOVE SPACES TO cdo-linea.
               STRING "DOCENTE "     DELIMITED BY SIZE
                      td-cod(i)      DELIMITED BY SIZE
                      " - "          DELIMITED BY SIZE
                      td-nombre(i)   DELIMITED BY SIZE
                      " DNI "        DELIMITED BY SIZE
                      td-dni(i)      DELIMITED BY SIZE
                      INTO cdo-linea.
               IF td-estado(i) = "B"
                   MOVE "(BAJA)" TO cdo-linea(60:6)
               END-IF.
               WRITE cdo-linea.
               MOVE SPACES TO cdo-linea.
               MOVE "    MATERIA" TO cdo-linea(1:11).
               MOVE "INSCRIPTOS" TO cdo-linea(33:10).
               MOVE "HS/SEM" TO cdo-linea(46:6).
               WRITE cdo-linea.

           640-LINEA-MATERIA.
               MOVE ta-materia(k) TO ing-materia.
               PERFORM 425-BUSCAR-MATERIA.
               IF idx-mat > 0
                   MOVE tm-nombre(idx-mat) TO w-nombre-materia
                   MOVE tm-inscriptos(idx-mat) TO w-inscriptos
               ELSE
                   MOVE "(FUERA DE CATALOGO)" TO w-nombre-materia
                   MOVE 0 TO w-inscriptos
               END-IF.
               ADD 1 TO w-tot-materias.
               ADD w-inscriptos TO w-tot-inscriptos.
               ADD ta-horas(k) TO w-tot-horas.
               MOVE w-inscriptos TO w-inscriptos-ed.
               MOVE ta-horas(k) TO w-horas-ed.
               MOVE SPACES TO cdo-linea.
               STRING "    "          DELIMITED BY SIZE
                      ta-materia(k)   DELIMITED BY SIZE
                      " - "           DELIMITED BY SIZE
                      w-nombre-materia DELIMITED BY SIZE
                      INTO cdo-linea.
               MOVE w-inscriptos-ed TO cdo-linea(39:4).
               MOVE w-horas-ed TO cdo-linea(50:2).
               WRITE cdo-linea.
       END PROGRAM MANTENEDOR-DOCENTES.
