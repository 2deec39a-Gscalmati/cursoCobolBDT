      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGRESOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN ASSIGN TO "..\planEstudios.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS pla-fileStatus.

           SELECT MATERIAS ASSIGN TO "..\materias.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS mat-fileStatus.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS alu-fileStatus.

           SELECT ALUMNOS-NUEVO ASSIGN TO "..\alumnosNuevo.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUOTAS ASSIGN TO "..\cuotasAlumnos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cuo-fileStatus.

           SELECT EGRESADOS ASSIGN TO "..\egresados.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS egr-fileStatus.

           SELECT AUDITORIA ASSIGN TO ws-nombre-auditoria
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACTA ASSIGN TO "..\actaEgreso.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO "..\listadoEgresados.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Plan de estudios de la carrera: materias obligatorias,
      *    materias electivas con su grupo, y por cada grupo cuantas
      *    electivas hay que aprobar.
       FD  PLAN.
       01  pla-reg.
           03 pla-tipo pic x.
               88 pla-obligatoria value "O".
               88 pla-electiva value "E".
               88 pla-grupo-req value "G".
           03 pla-materia pic 99.
      *        cero en los renglones de grupo
           03 pla-grupo pic 99.
      *        cero en las obligatorias
           03 pla-requeridas pic 99.
      *        solo en los renglones de grupo
           03 pla-descripcion pic x(20).

       FD  MATERIAS.
       01  mat-reg.
           03 mat-cod pic 99.
           03 mat-nombre pic x(20).
           03 mat-prereq pic 99.

       FD  ALUMNOS.
       01  alu-reg-cab.
           03 alu-cab-tiporeg pic x(1).
           03 alu-cab-cod pic 9(6).
           03 alu-cab-nombre pic x(20).
           03 alu-cab-estado pic x.
      *        "A" activo, "R" retirado, "G" egresado (espacio en
      *        datos viejos cuenta como activo)
       01  alu-reg-det.
           03 alu-det-tiporeg pic x(1).
           03 alu-det-materia pic 99.
           03 alu-det-nota pic 99.
           03 alu-det-asistencia pic 999.

       FD  ALUMNOS-NUEVO.
       01  nue-reg pic x(28).

       FD  CUOTAS.
       01  cuo-reg.
           03 cuo-periodo pic 9(6).
           03 cuo-alumno pic 9(6).
           03 cuo-importe pic 9(7)v99.
           03 cuo-estado pic x.
           03 cuo-bruto pic 9(7)v99.
           03 cuo-descuento pic 9(7)v99.

      *    Registro de egresados: un renglon por titulo otorgado, el
      *    numero de certificado es correlativo.
       FD  EGRESADOS.
       01  egr-reg.
           03 egr-certificado pic 9(6).
           03 egr-alumno pic 9(6).
           03 egr-nombre pic x(20).
           03 egr-fecha pic 9(8).
           03 egr-promedio pic 99v99.
           03 egr-aprobadas pic 99.

       FD  AUDITORIA.
       01  aud-linea pic x(80).

       FD  ACTA.
       01  act-linea pic x(80).

       FD  LISTADO.
       01  lis-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  w-nota-aprobacion pic 99 value 60.

       01  pla-fileStatus pic xx.
       01  mat-fileStatus pic xx.
       01  alu-fileStatus pic xx.
       01  cuo-fileStatus pic xx.
       01  egr-fileStatus pic xx.
       01  flag-fin pic 9.
       01  flag-ok pic 9.
       01  flag-hallado pic 9.
       01  flag-imprimir pic 9.
       01  opc-menu pic 9.
       01  ws-fecha-hoy pic 9(8).
       01  ws-nombre-auditoria pic x(40).
       01  ing-tipo pic x.
       01  ing-materia pic 99.
       01  ing-grupo pic 99.
       01  ing-requeridas pic 99.
       01  ing-descripcion pic x(20).
       01  ing-alumno pic 9(6).
       01  ing-confirma pic x.
       01  i pic 9(4).
       01  j pic 9(4).
       01  k pic 9(4).
       01  idx-pla pic 9(4).
       01  idx-alu pic 9(4).
       01  w-nombre-materia pic x(20).
       01  w-nombre-alumno pic x(20).
       01  w-estado-alumno pic x.
       01  w-pendientes pic 99.
       01  w-aprobadas pic 99.
       01  w-aprobadas-grupo pic 99.
       01  w-faltan-grupo pic 99.
       01  w-suma-notas pic 9(5).
       01  w-cant-notas pic 999.
       01  w-promedio pic 99v99.
       01  w-promedio-ed pic z9.99.
       01  w-cuotas-impagas pic 999.
       01  w-ultimo-certificado pic 9(6).
       01  w-cant-egresan pic 9(4).
       01  w-cant-completos pic 9(4).
       01  w-cant-egresados pic 9(4).

       01  tabla-plan.
           03 tpl-item occurs 99 times.
               05 tpl-tipo pic x.
               05 tpl-materia pic 99.
               05 tpl-grupo pic 99.
               05 tpl-requeridas pic 99.
               05 tpl-descripcion pic x(20).
       01  cant-plan pic 9(4) value 0.

       01  tabla-materias.
           03 tm-item occurs 99 times.
               05 tm-cod pic 99.
               05 tm-nombre pic x(20).
       01  cant-materias pic 99 value 0.

      *    Mejor nota de cada materia del alumno evaluado, contando
      *    los recuperatorios ("R"): la materia esta aprobada si la
      *    mejor nota llega a la de aprobacion.
       01  tabla-mejor-nota.
           03 tmn-nota pic 99 occurs 99 times.
           03 tmn-cursada pic 9 occurs 99 times.

       01  tabla-alumnos.
           03 tal-item occurs 500 times.
               05 tal-cod pic 9(6).
               05 tal-nombre pic x(20).
               05 tal-estado pic x.
               05 tal-egresa pic x.
               05 tal-certificado pic 9(6).
               05 tal-promedio pic 99v99.
               05 tal-aprobadas pic 99.
       01  cant-alumnos pic 9(4) value 0.

      *    El plan se mantiene como el catalogo de materias. La
      *    auditoria compara el plan con las notas del padron y dice
      *    que le falta a un alumno; el egreso toma a los activos
      *    con el plan completo y sin cuotas impagas, los pasa a
      *    egresados con numero de certificado y deja el padron
      *    nuevo en alumnosNuevo.txt, como el resto del sistema.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PLAN DE ESTUDIOS Y EGRESOS".
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 100-CARGAR-PLAN.
           PERFORM 110-CARGAR-MATERIAS.
           MOVE 9 TO opc-menu.
           PERFORM UNTIL opc-menu = 0
               DISPLAY "1 - Agregar materia al plan"
               DISPLAY "2 - Definir grupo de electivas"
               DISPLAY "3 - Quitar renglon del plan"
               DISPLAY "4 - Auditoria de plan de un alumno"
               DISPLAY "5 - Proceso de egreso"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               EVALUATE opc-menu
                   WHEN 1
                       PERFORM 200-ALTA-MATERIA-PLAN
                   WHEN 2
                       PERFORM 250-DEFINIR-GRUPO
                   WHEN 3
                       PERFORM 300-QUITAR-DEL-PLAN
                   WHEN 4
                       PERFORM 600-AUDITORIA-ALUMNO
                   WHEN 5
                       PERFORM 800-PROCESO-EGRESO
               END-EVALUATE
           END-PERFORM.
           GOBACK.

           100-CARGAR-PLAN.
               MOVE 0 TO cant-plan.
               OPEN INPUT PLAN.
               IF pla-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PLAN AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-plan < 99
                               ADD 1 TO cant-plan
                               MOVE pla-tipo TO tpl-tipo(cant-plan)
                               MOVE pla-materia
                                   TO tpl-materia(cant-plan)
                               MOVE pla-grupo TO tpl-grupo(cant-plan)
                               MOVE pla-requeridas
                                   TO tpl-requeridas(cant-plan)
                               MOVE pla-descripcion
                                   TO tpl-descripcion(cant-plan)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAN
               END-IF.

           110-CARGAR-MATERIAS.
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

           200-ALTA-MATERIA-PLAN.
               MOVE 1 TO flag-ok.
               DISPLAY "Codigo de materia:".
               ACCEPT ing-materia.
               PERFORM 270-NOMBRE-MATERIA.
               IF flag-hallado = 0
                   DISPLAY "RECHAZADO: materia inexistente en el "
                       "catalogo"
                   MOVE 0 TO flag-ok
               END-IF.
               IF flag-ok = 1
                   PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-plan
                       IF tpl-tipo(i) NOT = "G" AND
                           tpl-materia(i) = ing-materia
                           DISPLAY "RECHAZADO: la materia ya esta "
                               "en el plan"
                           MOVE 0 TO flag-ok
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF.
               IF flag-ok = 1
                   DISPLAY "O obligatoria / E electiva:"
                   ACCEPT ing-tipo
                   MOVE 0 TO ing-grupo
                   EVALUATE ing-tipo
                       WHEN "O"
                           CONTINUE
                       WHEN "E"
                           DISPLAY "Grupo de electivas:"
                           ACCEPT ing-grupo
                           PERFORM 260-BUSCAR-GRUPO
                           IF idx-pla = 0
                               DISPLAY "RECHAZADO: el grupo no esta "
                                   "definido"
                               MOVE 0 TO flag-ok
                           END-IF
                       WHEN OTHER
                           DISPLAY "RECHAZADO: tipo invalido"
                           MOVE 0 TO flag-ok
                   END-EVALUATE
               END-IF.
               IF flag-ok = 1
                   IF cant-plan >= 99
                       DISPLAY "Plan completo - no admite mas renglones"
                   ELSE
                       ADD 1 TO cant-plan
                       MOVE ing-tipo TO tpl-tipo(cant-plan)
                       MOVE ing-materia TO tpl-materia(cant-plan)
                       MOVE ing-grupo TO tpl-grupo(cant-plan)
                       MOVE 0 TO tpl-requeridas(cant-plan)
                       MOVE SPACES TO tpl-descripcion(cant-plan)
                       PERFORM 500-REGRABAR-PLAN
                       DISPLAY "Materia agregada al plan"
                   END-IF
               END-IF.

      *    Alta o cambio del grupo: cuantas electivas del grupo hay
      *    que aprobar para cumplirlo.
           250-DEFINIR-GRUPO.
               DISPLAY "Numero de grupo (1-99):".
               ACCEPT ing-grupo.
               DISPLAY "Cantidad de electivas a aprobar:".
               ACCEPT ing-requeridas.
               DISPLAY "Descripcion del grupo:".
               ACCEPT ing-descripcion.
               PERFORM 260-BUSCAR-GRUPO.
               IF ing-grupo = 0 OR ing-requeridas = 0
                   DISPLAY "RECHAZADO: grupo y cantidad deben ser "
                       "mayores a cero"
               ELSE
               IF idx-pla > 0
                   MOVE ing-requeridas TO tpl-requeridas(idx-pla)
                   MOVE ing-descripcion TO tpl-descripcion(idx-pla)
                   PERFORM 500-REGRABAR-PLAN
                   DISPLAY "Grupo actualizado"
               ELSE
               IF cant-plan >= 99
                   DISPLAY "Plan completo - no admite mas renglones"
               ELSE
                   ADD 1 TO cant-plan
                   MOVE "G" TO tpl-tipo(cant-plan)
                   MOVE 0 TO tpl-materia(cant-plan)
                   MOVE ing-grupo TO tpl-grupo(cant-plan)
                   MOVE ing-requeridas TO tpl-requeridas(cant-plan)
                   MOVE ing-descripcion TO tpl-descripcion(cant-plan)
                   PERFORM 500-REGRABAR-PLAN
                   DISPLAY "Grupo definido"
               END-IF
               END-IF
               END-IF.

           260-BUSCAR-GRUPO.
               MOVE 0 TO idx-pla.
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-plan
                   IF tpl-tipo(i) = "G" AND tpl-grupo(i) = ing-grupo
                       MOVE i TO idx-pla
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

           270-NOMBRE-MATERIA.
               MOVE 0 TO flag-hallado.
               MOVE "(FUERA DE CATALOGO)" TO w-nombre-materia.
               PERFORM VARYING k FROM 1 BY 1 UNTIL k > cant-materias
                   IF tm-cod(k) = ing-materia
                       MOVE tm-nombre(k) TO w-nombre-materia
                       MOVE 1 TO flag-hallado
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

      *    Un grupo con electivas cargadas no se quita: primero se
      *    quitan sus materias.
           300-QUITAR-DEL-PLAN.
               DISPLAY "M materia / G grupo:".
               ACCEPT ing-tipo.
               MOVE 0 TO idx-pla.
               IF ing-tipo = "G"
                   DISPLAY "Numero de grupo:"
                   ACCEPT ing-grupo
                   PERFORM 260-BUSCAR-GRUPO
                   IF idx-pla > 0
                       PERFORM VARYING i FROM 1 BY 1
                               UNTIL i > cant-plan
                           IF tpl-tipo(i) = "E" AND
                               tpl-grupo(i) = ing-grupo
                               DISPLAY "RECHAZADO: el grupo tiene "
                                   "electivas cargadas"
                               MOVE 0 TO idx-pla
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
               ELSE
                   DISPLAY "Codigo de materia:"
                   ACCEPT ing-materia
                   PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-plan
                       IF tpl-tipo(i) NOT = "G" AND
                           tpl-materia(i) = ing-materia
                           MOVE i TO idx-pla
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF.
               IF idx-pla = 0
                   DISPLAY "Nada quitado del plan"
               ELSE
                   PERFORM VARYING j FROM idx-pla BY 1
                           UNTIL j >= cant-plan
                       MOVE tpl-item(j + 1) TO tpl-item(j)
                   END-PERFORM
                   SUBTRACT 1 FROM cant-plan
                   PERFORM 500-REGRABAR-PLAN
                   DISPLAY "Renglon quitado del plan"
               END-IF.

           500-REGRABAR-PLAN.
               OPEN OUTPUT PLAN.
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > cant-plan
                   MOVE tpl-tipo(j) TO pla-tipo
                   MOVE tpl-materia(j) TO pla-materia
                   MOVE tpl-grupo(j) TO pla-grupo
                   MOVE tpl-requeridas(j) TO pla-requeridas
                   MOVE tpl-descripcion(j) TO pla-descripcion
                   WRITE pla-reg
               END-PERFORM.
               CLOSE PLAN.

      *    Auditoria de un alumno: cada obligatoria con su nota o
      *    PENDIENTE, cada grupo con las electivas aprobadas y las
      *    que le faltan, y el total de materias que adeuda.
           600-AUDITORIA-ALUMNO.
               DISPLAY "Legajo del alumno:".
               ACCEPT ing-alumno.
               PERFORM 700-NOTAS-DEL-ALUMNO.
               IF w-estado-alumno = SPACE
                   DISPLAY "Alumno inexistente"
               ELSE
                   MOVE SPACES TO ws-nombre-auditoria
                   STRING "..\auditoriaPlan_" DELIMITED BY SIZE
                          ing-alumno          DELIMITED BY SIZE
                          ".txt"              DELIMITED BY SIZE
                          INTO ws-nombre-auditoria
                   OPEN OUTPUT AUDITORIA
                   MOVE SPACES TO aud-linea
                   STRING "AUDITORIA DE PLAN DE ESTUDIOS - ALUMNO "
                              DELIMITED BY SIZE
                          ing-alumno      DELIMITED BY SIZE
                          " "             DELIMITED BY SIZE
                          w-nombre-alumno DELIMITED BY SIZE
                          INTO aud-linea
                   WRITE aud-linea
                   MOVE SPACES TO aud-linea
                   WRITE aud-linea
                   MOVE 1 TO flag-imprimir
                   PERFORM 750-EVALUAR-PLAN
                   MOVE SPACES TO aud-linea
                   WRITE aud-linea
                   MOVE SPACES TO aud-linea
                   IF w-pendientes = 0
                       MOVE "PLAN COMPLETO" TO aud-linea
                   ELSE
                       STRING "MATERIAS PENDIENTES PARA EGRESAR: "
                                  DELIMITED BY SIZE
                              w-pendientes DELIMITED BY SIZE
                              INTO aud-linea
                   END-IF
                   WRITE aud-linea
                   CLOSE AUDITORIA
                   DISPLAY "Pendientes: ", w-pendientes,
                       " - auditoria en ",
                       FUNCTION TRIM(ws-nombre-auditoria)
               END-IF.

      *    Lee el padron y deja, para ing-alumno, nombre, estado,
      *    mejor nota por materia y promedio de esas notas.
           700-NOTAS-DEL-ALUMNO.
               MOVE SPACE TO w-estado-alumno.
               MOVE SPACES TO w-nombre-alumno.
               MOVE 0 TO w-suma-notas.
               MOVE 0 TO w-cant-notas.
               MOVE 0 TO w-promedio.
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > 99
                   MOVE 0 TO tmn-nota(j)
                   MOVE 0 TO tmn-cursada(j)
               END-PERFORM.
               MOVE 0 TO flag-hallado.
               OPEN INPUT ALUMNOS.
               IF alu-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ ALUMNOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           PERFORM 710-RENGLON-PADRON
                       END-READ
                   END-PERFORM
                   CLOSE ALUMNOS
               END-IF.
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > 99
                   IF tmn-cursada(j) = 1
                       ADD tmn-nota(j) TO w-suma-notas
                       ADD 1 TO w-cant-notas
                   END-IF
               END-PERFORM.
               IF w-cant-notas > 0
                   COMPUTE w-promedio ROUNDED =
                       w-suma-notas / w-cant-notas
               END-IF.

           710-RENGLON-PADRON.
               IF alu-cab-tiporeg = "C"
                   IF alu-cab-cod = ing-alumno
                       MOVE 1 TO flag-hallado
                       MOVE alu-cab-nombre TO w-nombre-alumno
                       MOVE alu-cab-estado TO w-estado-alumno
                       IF w-estado-alumno = SPACE
                           MOVE "A" TO w-estado-alumno
                       END-IF
                   ELSE
                       IF flag-hallado = 1
                           MOVE 0 TO flag-fin
                       END-IF
                   END-IF
               ELSE
                   IF flag-hallado = 1 AND alu-det-materia > 0
                       MOVE 1 TO tmn-cursada(alu-det-materia)
                       IF alu-det-nota > tmn-nota(alu-det-materia)
                           MOVE alu-det-nota
                               TO tmn-nota(alu-det-materia)
                       END-IF
                   END-IF
               END-IF.

      *    Compara el plan con tabla-mejor-nota. Deja en w-pendientes
      *    las obligatorias sin aprobar mas las electivas que falten
      *    en cada grupo, y en w-aprobadas las materias del plan
      *    aprobadas. Con flag-imprimir = 1 escribe el detalle.
           750-EVALUAR-PLAN.
               MOVE 0 TO w-pendientes.
               MOVE 0 TO w-aprobadas.
               IF flag-imprimir = 1
                   MOVE "MATERIAS OBLIGATORIAS" TO aud-linea
                   WRITE aud-linea
               END-IF.
               PERFORM VARYING idx-pla FROM 1 BY 1
                       UNTIL idx-pla > cant-plan
                   IF tpl-tipo(idx-pla) = "O"
                       PERFORM 760-OBLIGATORIA
                   END-IF
               END-PERFORM.
               PERFORM VARYING idx-pla FROM 1 BY 1
                       UNTIL idx-pla > cant-plan
                   IF tpl-tipo(idx-pla) = "G"
                       PERFORM 770-GRUPO-ELECTIVAS
                   END-IF
               END-PERFORM.

           760-OBLIGATORIA.
               MOVE tpl-materia(idx-pla) TO ing-materia.
               IF tmn-nota(ing-materia) >= w-nota-aprobacion
                   ADD 1 TO w-aprobadas
               ELSE
                   ADD 1 TO w-pendientes
               END-IF.
               IF flag-imprimir = 1
                   PERFORM 780-LINEA-MATERIA
               END-IF.

           770-GRUPO-ELECTIVAS.
               MOVE tpl-grupo(idx-pla) TO ing-grupo.
               IF flag-imprimir = 1
                   MOVE SPACES TO aud-linea
                   WRITE aud-linea
                   STRING "GRUPO "                 DELIMITED BY SIZE
                          ing-grupo                DELIMITED BY SIZE
                          " - "                    DELIMITED BY SIZE
                          tpl-descripcion(idx-pla) DELIMITED BY SIZE
                          " (APROBAR "             DELIMITED BY SIZE
                          tpl-requeridas(idx-pla)  DELIMITED BY SIZE
                          ")"                      DELIMITED BY SIZE
                          INTO aud-linea
                   WRITE aud-linea
               END-IF.
               MOVE 0 TO w-aprobadas-grupo.
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-plan
                   IF tpl-tipo(i) = "E" AND tpl-grupo(i) = ing-grupo
                       MOVE tpl-materia(i) TO ing-materia
                       IF tmn-nota(ing-materia) >= w-nota-aprobacion
                           ADD 1 TO w-aprobadas-grupo
                       END-IF
                       IF flag-imprimir = 1
                           PERFORM 780-LINEA-MATERIA
                       END-IF
                   END-IF
               END-PERFORM.
               IF w-aprobadas-grupo < tpl-requeridas(idx-pla)
                   COMPUTE w-faltan-grupo = tpl-requeridas(idx-pla)
                       - w-aprobadas-grupo
                   ADD w-faltan-grupo TO w-pendientes
                   ADD w-aprobadas-grupo TO w-aprobadas
               ELSE
                   MOVE 0 TO w-faltan-grupo
                   ADD tpl-requeridas(idx-pla) TO w-aprobadas
               END-IF.
               IF flag-imprimir = 1
                   MOVE SPACES TO aud-linea
                   STRING "    ELECTIVAS APROBADAS " DELIMITED BY SIZE
                          w-aprobadas-grupo         DELIMITED BY SIZE
                          " - FALTAN "              DELIMITED BY SIZE
                          w-faltan-grupo            DELIMITED BY SIZE
                          INTO aud-linea
                   WRITE aud-linea
               END-IF.

           780-LINEA-MATERIA.
               PERFORM 270-NOMBRE-MATERIA.
               MOVE SPACES TO aud-linea.
               STRING "    "           DELIMITED BY SIZE
                      ing-materia      DELIMITED BY SIZE
                      " - "            DELIMITED BY SIZE
                      w-nombre-materia DELIMITED BY SIZE
                      INTO aud-linea.
               IF tmn-nota(ing-materia) >= w-nota-aprobacion
                   MOVE "APROBADA" TO aud-linea(34:8)
                   MOVE tmn-nota(ing-materia) TO aud-linea(44:2)
               ELSE
               IF tmn-cursada(ing-materia) = 1
                   MOVE "DESAPROBADA" TO aud-linea(34:11)
                   MOVE tmn-nota(ing-materia) TO aud-linea(46:2)
               ELSE
                   MOVE "PENDIENTE" TO aud-linea(34:9)
               END-IF
               END-IF.
               WRITE aud-linea.

      *    Proceso de egreso: activos con el plan completo y sin
      *    cuotas impagas. Se listan los candidatos y, confirmado,
      *    se les asigna certificado, se graban en egresados.txt, se
      *    imprime el acta y se genera el padron con estado "G".
           800-PROCESO-EGRESO.
               IF cant-plan = 0
                   DISPLAY "No hay plan de estudios cargado"
               ELSE
                   PERFORM 810-CARGAR-ALUMNOS
                   PERFORM 820-BUSCAR-ULTIMO-CERTIFICADO
                   MOVE 0 TO w-cant-egresan
                   MOVE 0 TO w-cant-completos
                   MOVE 0 TO flag-imprimir
                   PERFORM VARYING idx-alu FROM 1 BY 1
                           UNTIL idx-alu > cant-alumnos
                       IF tal-estado(idx-alu) = "A"
                           PERFORM 830-EVALUAR-CANDIDATO
                       END-IF
                   END-PERFORM
                   DISPLAY "Plan completo: ", w-cant-completos,
                       " - en condiciones de egresar: ",
                       w-cant-egresan
                   IF w-cant-egresan > 0
                       DISPLAY "Confirma el egreso (S/N):"
                       MOVE "N" TO ing-confirma
                       ACCEPT ing-confirma
                       IF ing-confirma = "S"
                           PERFORM 850-GRABAR-EGRESOS
                       ELSE
                           DISPLAY "Egreso no procesado"
                       END-IF
                   END-IF
               END-IF.

           810-CARGAR-ALUMNOS.
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
                               MOVE alu-cab-estado
                                   TO tal-estado(cant-alumnos)
                               IF alu-cab-estado = SPACE
                                   MOVE "A" TO tal-estado(cant-alumnos)
                               END-IF
                               MOVE "N" TO tal-egresa(cant-alumnos)
                               MOVE 0 TO tal-certificado(cant-alumnos)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ALUMNOS
               END-IF.

           820-BUSCAR-ULTIMO-CERTIFICADO.
               MOVE 0 TO w-ultimo-certificado.
               OPEN INPUT EGRESADOS.
               IF egr-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ EGRESADOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF egr-certificado > w-ultimo-certificado
                               MOVE egr-certificado
                                   TO w-ultimo-certificado
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EGRESADOS
               END-IF.

           830-EVALUAR-CANDIDATO.
               MOVE tal-cod(idx-alu) TO ing-alumno.
               PERFORM 700-NOTAS-DEL-ALUMNO.
               PERFORM 750-EVALUAR-PLAN.
               IF w-pendientes = 0
                   ADD 1 TO w-cant-completos
                   PERFORM 840-CUOTAS-IMPAGAS
                   IF w-cuotas-impagas > 0
                       DISPLAY "  ", tal-cod(idx-alu), " ",
                           tal-nombre(idx-alu), " plan completo pero "
                           "adeuda ", w-cuotas-impagas, " cuotas"
                   ELSE
                       ADD 1 TO w-cant-egresan
                       MOVE "S" TO tal-egresa(idx-alu)
                       MOVE w-promedio TO tal-promedio(idx-alu)
                       MOVE w-aprobadas TO tal-aprobadas(idx-alu)
                       MOVE w-promedio TO w-promedio-ed
                       DISPLAY "  ", tal-cod(idx-alu), " ",
                           tal-nombre(idx-alu), " promedio ",
                           w-promedio-ed, " - EGRESA"
                   END-IF
               END-IF.

           840-CUOTAS-IMPAGAS.
               MOVE 0 TO w-cuotas-impagas.
               OPEN INPUT CUOTAS.
               IF cuo-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUOTAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cuo-alumno = ing-alumno AND
                               cuo-estado = "P"
                               ADD 1 TO w-cuotas-impagas
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUOTAS
               END-IF.

           850-GRABAR-EGRESOS.
               OPEN EXTEND EGRESADOS.
               IF egr-fileStatus NOT = "00"
                   OPEN OUTPUT EGRESADOS
               END-IF.
               OPEN OUTPUT ACTA.
               MOVE SPACES TO act-linea.
               STRING "ACTA DE EGRESO - FECHA " DELIMITED BY SIZE
                      ws-fecha-hoy(7:2) DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      ws-fecha-hoy(5:2) DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      ws-fecha-hoy(1:4) DELIMITED BY SIZE
                      INTO act-linea.
               WRITE act-linea.
               MOVE SPACES TO act-linea.
               WRITE act-linea.
               MOVE "CERTIF.  LEGAJO  APELLIDO Y NOMBRE" TO act-linea.
               MOVE "MATERIAS  PROMEDIO" TO act-linea(44:18).
               WRITE act-linea.
               PERFORM VARYING idx-alu FROM 1 BY 1
                       UNTIL idx-alu > cant-alumnos
                   IF tal-egresa(idx-alu) = "S"
                       ADD 1 TO w-ultimo-certificado
                       MOVE w-ultimo-certificado
                           TO tal-certificado(idx-alu)
                       MOVE w-ultimo-certificado TO egr-certificado
                       MOVE tal-cod(idx-alu) TO egr-alumno
                       MOVE tal-nombre(idx-alu) TO egr-nombre
                       MOVE ws-fecha-hoy TO egr-fecha
                       MOVE tal-promedio(idx-alu) TO egr-promedio
                       MOVE tal-aprobadas(idx-alu) TO egr-aprobadas
                       WRITE egr-reg
                       MOVE tal-promedio(idx-alu) TO w-promedio-ed
                       MOVE SPACES TO act-linea
                       STRING egr-certificado  DELIMITED BY SIZE
                              "  "             DELIMITED BY SIZE
                              egr-alumno       DELIMITED BY SIZE
                              "  "             DELIMITED BY SIZE
                              egr-nombre       DELIMITED BY SIZE
                              INTO act-linea
                       MOVE egr-aprobadas TO act-linea(50:2)
                       MOVE w-promedio-ed TO act-linea(57:5)
                       WRITE act-linea
                   END-IF
               END-PERFORM.
               MOVE SPACES TO act-linea.
               WRITE act-linea.
               MOVE SPACES TO act-linea.
               STRING "EGRESADOS EN ESTA ACTA: " DELIMITED BY SIZE
                      w-cant-egresan            DELIMITED BY SIZE
                      INTO act-linea.
               WRITE act-linea.
               CLOSE ACTA.
               CLOSE EGRESADOS.
               PERFORM 870-REGRABAR-PADRON.
               PERFORM 880-LISTADO-EGRESADOS.
               DISPLAY "Acta en ..\actaEgreso.txt - listado de "
                   "egresados en ..\listadoEgresados.txt".
               DISPLAY "Padron actualizado en ..\alumnosNuevo.txt - "
                   "renombrarlo como alumnos.txt para ponerlo en uso".

      *    Copia integra cab/det; la cabecera de cada egresado sale
      *    con estado "G".
           870-REGRABAR-PADRON.
               OPEN INPUT ALUMNOS.
               OPEN OUTPUT ALUMNOS-NUEVO.
               MOVE 1 TO flag-fin.
               PERFORM UNTIL flag-fin = 0
                   READ ALUMNOS AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       IF alu-cab-tiporeg = "C"
                           PERFORM VARYING idx-alu FROM 1 BY 1
                                   UNTIL idx-alu > cant-alumnos
                               IF tal-cod(idx-alu) = alu-cab-cod AND
                                   tal-egresa(idx-alu) = "S"
                                   MOVE "G" TO alu-cab-estado
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                       END-IF
                       MOVE alu-reg-cab TO nue-reg
                       WRITE nue-reg
                   END-READ
               END-PERFORM.
               CLOSE ALUMNOS.
               CLOSE ALUMNOS-NUEVO.

      *    Listado de egresados: todo el registro historico.
           880-LISTADO-EGRESADOS.
               MOVE 0 TO w-cant-egresados.
               OPEN OUTPUT LISTADO.
               MOVE "LISTADO DE EGRESADOS" TO lis-linea.
               WRITE lis-linea.
               MOVE SPACES TO lis-linea.
               WRITE lis-linea.
               MOVE "CERTIF.  LEGAJO  APELLIDO Y NOMBRE" TO lis-linea.
               MOVE "EGRESO      PROMEDIO" TO lis-linea(44:20).
               WRITE lis-linea.
               OPEN INPUT EGRESADOS.
               IF egr-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ EGRESADOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           ADD 1 TO w-cant-egresados
                           MOVE egr-promedio TO w-promedio-ed
                           MOVE SPACES TO lis-linea
                           STRING egr-certificado  DELIMITED BY SIZE
                                  "  "             DELIMITED BY SIZE
                                  egr-alumno       DELIMITED BY SIZE
                                  "  "             DELIMITED BY SIZE
                                  egr-nombre       DELIMITED BY SIZE
                                  INTO lis-linea
                           STRING egr-fecha(7:2) DELIMITED BY SIZE
                                  "/"            DELIMITED BY SIZE
                                  egr-fecha(5:2) DELIMITED BY SIZE
                                  "/"            DELIMITED BY SIZE
                                  egr-fecha(1:4) DELIMITED BY SIZE
                                  INTO lis-linea(44:10)
                           MOVE w-promedio-ed TO lis-linea(59:5)
                           WRITE lis-linea
                       END-READ
                   END-PERFORM
                   CLOSE EGRESADOS
               END-IF.
               MOVE SPACES TO lis-linea.
               WRITE lis-linea.
               MOVE SPACES TO lis-linea.
               STRING "TOTAL DE EGRESADOS: " DELIMITED BY SIZE
                      w-cant-egresados      DELIMITED BY SIZE
                      INTO lis-linea.
               WRITE lis-linea.
               CLOSE LISTADO.
       END PROGRAM EGRESOS.
