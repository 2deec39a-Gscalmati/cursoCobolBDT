      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BECAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BECAS ASSIGN TO "..\becas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS bec-fileStatus.

           SELECT AUDITORIA ASSIGN TO "..\becasAuditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS aud-fileStatus.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS alu-fileStatus.

           SELECT MATERIAS ASSIGN TO "..\materias.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS mat-fileStatus.

           SELECT PERDIDAS ASSIGN TO "..\becasPerdidas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Una beca por alumno y vigencia. Sin materias cargadas
      *    cubre todas aquellas en que se inscriba.
       FD  BECAS.
       01  bec-reg.
           03 bec-alumno pic 9(6).
           03 bec-tipo pic x.
               88 bec-total value "T".
               88 bec-porcentaje value "P".
               88 bec-monto-fijo value "F".
           03 bec-valor pic 9(6)v99.
      *        porcentaje (tipo P) o importe por cuota (tipo F)
           03 bec-materias.
               05 bec-materia pic 99 occurs 10 times.
           03 bec-desde pic 9(6).
           03 bec-hasta pic 9(6).
      *        vigencia en periodos de facturacion AAAAMM
           03 bec-promedio-min pic 99.
           03 bec-estado pic x.
      *        "S" solicitada, "A" aprobada, "R" rechazada,
      *        "P" perdida en la revision de fin de cuatrimestre
           03 bec-fecha-estado pic 9(8).

      *    Auditoria: cada cambio de estado de una beca, con quien lo
      *    hizo y las condiciones que tenia el alumno en ese momento.
       FD  AUDITORIA.
       01  aud-reg.
           03 aud-fecha pic 9(8).
           03 aud-hora pic 9(6).
           03 aud-alumno pic 9(6).
           03 aud-estado-ant pic x.
           03 aud-estado-nue pic x.
           03 aud-operador pic x(10).
           03 aud-promedio pic 99v99.
           03 aud-desaprobadas pic 99.
           03 aud-motivo pic x(30).

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

       FD  PERDIDAS.
       01  per-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  w-nota-aprobacion pic 99 value 60.

       01  bec-fileStatus pic xx.
       01  aud-fileStatus pic xx.
       01  alu-fileStatus pic xx.
       01  mat-fileStatus pic xx.
       01  flag-fin pic 9.
       01  flag-ok pic 9.
       01  flag-hallado pic 9.
       01  opc-menu pic 9.
       01  ws-fecha-hoy pic 9(8).
       01  ws-hora pic 9(8).
       01  ws-periodo pic 9(6).
       01  ws-operador pic x(10).
       01  ing-alumno pic 9(6).
       01  ing-tipo pic x.
       01  ing-valor pic 9(6)v99.
       01  ing-materia pic 99.
       01  ing-desde pic 9(6).
       01  ing-hasta pic 9(6).
       01  ing-promedio-min pic 99.
       01  ing-decision pic x.
       01  ing-motivo pic x(30).
       01  i pic 9(4).
       01  j pic 9(4).
       01  k pic 99.
       01  w-mes pic 99.
       01  w-estado-ant pic x.
       01  w-nombre-alumno pic x(20).
       01  w-estado-alumno pic x.
       01  w-promedio pic 99v99.
       01  w-promedio-ed pic z9.99.
       01  w-suma-notas pic 9(5).
       01  w-cant-notas pic 999.
       01  w-desaprobadas pic 99.
       01  w-cant-perdidas pic 9(4).
       01  w-cant-revisadas pic 9(4).
       01  w-cant-pendientes pic 9(4).

      *    Mejor nota de cada materia del alumno evaluado: una
      *    materia recursada y aprobada deja de contar como
      *    desaprobada.
       01  tabla-mejor-nota.
           03 tmn-nota pic 99 occurs 99 times.
           03 tmn-cursada pic 9 occurs 99 times.

       01  tabla-becas.
           03 tbe-item occurs 500 times.
               05 tbe-reg pic x(58).
       01  cant-becas pic 9(4) value 0.
       01  w-bec-nueva pic x(58).

       01  tabla-materias.
           03 tm-cod pic 99 occurs 99 times.
       01  cant-materias pic 99 value 0.

      *    Las becas se piden, se aprueban o rechazan en un paso
      *    aparte y se revisan al cierre de cada cuatrimestre:
      *    promedio minimo del padron y ninguna materia desaprobada.
      *    Solo las aprobadas y vigentes descuentan en aranceles.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BECAS Y DESCUENTOS DE ARANCELES".
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Operador:".
           ACCEPT ws-operador.
           PERFORM 100-CARGAR-BECAS.
           PERFORM 110-CARGAR-MATERIAS.
           MOVE 9 TO opc-menu.
           PERFORM UNTIL opc-menu = 0
               DISPLAY "1 - Solicitud de beca"
               DISPLAY "2 - Aprobar / rechazar solicitudes"
               DISPLAY "3 - Revision de fin de cuatrimestre"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               EVALUATE opc-menu
                   WHEN 1
                       PERFORM 200-SOLICITUD
                   WHEN 2
                       PERFORM 400-APROBACION
                   WHEN 3
                       PERFORM 600-REVISION-CUATRIMESTRE
               END-EVALUATE
           END-PERFORM.
           GOBACK.

           100-CARGAR-BECAS.
               MOVE 0 TO cant-becas.
               OPEN INPUT BECAS.
               IF bec-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ BECAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-becas < 500
                               ADD 1 TO cant-becas
                               MOVE bec-reg TO tbe-reg(cant-becas)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BECAS
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
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MATERIAS
               END-IF.

           200-SOLICITUD.
               DISPLAY "Legajo del alumno:".
               ACCEPT ing-alumno.
               PERFORM 700-EVALUAR-ALUMNO.
               MOVE 1 TO flag-ok.
               IF w-estado-alumno = SPACE
                   DISPLAY "RECHAZADO: alumno inexistente"
                   MOVE 0 TO flag-ok
               ELSE
               IF w-estado-alumno = "R"
                   DISPLAY "RECHAZADO: el alumno esta retirado"
                   MOVE 0 TO flag-ok
               ELSE
               IF w-estado-alumno = "G"
                   DISPLAY "RECHAZADO: el alumno es egresado"
                   MOVE 0 TO flag-ok
               END-IF
               END-IF
               END-IF.
               IF flag-ok = 1
                   DISPLAY w-nombre-alumno
                   PERFORM 210-PEDIR-DATOS
               END-IF.
               IF flag-ok = 1
                   PERFORM 230-VALIDAR-SUPERPOSICION
               END-IF.
               IF flag-ok = 1
                   IF cant-becas >= 500
                       DISPLAY "Archivo de becas completo"
                   ELSE
                       ADD 1 TO cant-becas
                       MOVE bec-reg TO tbe-reg(cant-becas)
                       MOVE SPACE TO w-estado-ant
                       MOVE "SOLICITUD" TO ing-motivo
                       PERFORM 800-AUDITAR
                       PERFORM 500-REGRABAR-BECAS
                       DISPLAY "Solicitud registrada - pendiente de "
                           "aprobacion"
                   END-IF
               END-IF.

      *    Arma la solicitud en el area del FD.
           210-PEDIR-DATOS.
               MOVE ZEROS TO bec-reg.
               MOVE ing-alumno TO bec-alumno.
               DISPLAY "Tipo: T total / P porcentaje / F monto fijo:".
               ACCEPT ing-tipo.
               MOVE ing-tipo TO bec-tipo.
               MOVE 0 TO ing-valor.
               EVALUATE TRUE
                   WHEN bec-total
                       CONTINUE
                   WHEN bec-porcentaje
                       DISPLAY "Porcentaje de descuento:"
                       ACCEPT ing-valor
                       IF ing-valor = 0 OR ing-valor > 100
                           DISPLAY "RECHAZADO: porcentaje invalido"
                           MOVE 0 TO flag-ok
                       END-IF
                   WHEN bec-monto-fijo
                       DISPLAY "Importe a descontar por cuota:"
                       ACCEPT ing-valor
                       IF ing-valor = 0
                           DISPLAY "RECHAZADO: importe invalido"
                           MOVE 0 TO flag-ok
                       END-IF
                   WHEN OTHER
                       DISPLAY "RECHAZADO: tipo invalido"
                       MOVE 0 TO flag-ok
               END-EVALUATE.
               MOVE ing-valor TO bec-valor.
               IF flag-ok = 1
                   DISPLAY "Materias cubiertas, de a una (00 = fin; "
                       "ninguna = todas):"
                   MOVE 1 TO k
                   MOVE 99 TO ing-materia
                   PERFORM UNTIL k > 10 OR ing-materia = 0
                       ACCEPT ing-materia
                       IF ing-materia NOT = 0
                           PERFORM 220-VALIDAR-MATERIA
                       END-IF
                   END-PERFORM
               END-IF.
               IF flag-ok = 1
                   DISPLAY "Vigente desde (AAAAMM):"
                   ACCEPT ing-desde
                   DISPLAY "Vigente hasta (AAAAMM):"
                   ACCEPT ing-hasta
                   MOVE ing-desde(5:2) TO w-mes
                   IF w-mes < 1 OR w-mes > 12
                       MOVE 0 TO flag-ok
                   END-IF
                   MOVE ing-hasta(5:2) TO w-mes
                   IF w-mes < 1 OR w-mes > 12
                       MOVE 0 TO flag-ok
                   END-IF
                   IF ing-hasta < ing-desde
                       MOVE 0 TO flag-ok
                   END-IF
                   IF flag-ok = 0
                       DISPLAY "RECHAZADO: vigencia invalida"
                   END-IF
                   MOVE ing-desde TO bec-desde
                   MOVE ing-hasta TO bec-hasta
               END-IF.
               IF flag-ok = 1
                   DISPLAY "Promedio minimo para conservarla:"
                   ACCEPT ing-promedio-min
                   MOVE ing-promedio-min TO bec-promedio-min
                   MOVE "S" TO bec-estado
                   MOVE ws-fecha-hoy TO bec-fecha-estado
               END-IF.

           220-VALIDAR-MATERIA.
               MOVE 0 TO flag-hallado.
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > cant-materias
                   IF tm-cod(j) = ing-materia
                       MOVE 1 TO flag-hallado
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF flag-hallado = 0
                   DISPLAY "Materia inexistente - no se toma"
               ELSE
                   MOVE ing-materia TO bec-materia(k)
                   ADD 1 TO k
               END-IF.

      *    Un alumno no puede tener dos becas solicitadas o
      *    aprobadas con vigencias que se pisen.
           230-VALIDAR-SUPERPOSICION.
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-becas
                   IF tbe-reg(i)(1:6) = bec-reg(1:6)
                       PERFORM 240-VIGENCIA-DE-OTRA
                   END-IF
               END-PERFORM.

           240-VIGENCIA-DE-OTRA.
               MOVE bec-reg TO w-bec-nueva.
               MOVE tbe-reg(i) TO bec-reg.
               IF (bec-estado = "S" OR bec-estado = "A") AND
                   bec-desde <= ing-hasta AND ing-desde <= bec-hasta
                   DISPLAY "RECHAZADO: el alumno ya tiene una beca "
                       "de ", bec-desde, " a ", bec-hasta,
                       " (estado ", bec-estado, ")"
                   MOVE 0 TO flag-ok
               END-IF.
               MOVE w-bec-nueva TO bec-reg.

      *    Paso de aprobacion: por cada solicitud pendiente se
      *    muestran las condiciones actuales del alumno y el
      *    operador decide.
           400-APROBACION.
               MOVE 0 TO w-cant-pendientes.
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-becas
                   MOVE tbe-reg(i) TO bec-reg
                   IF bec-estado = "S"
                       ADD 1 TO w-cant-pendientes
                       PERFORM 410-DECIDIR-SOLICITUD
                   END-IF
               END-PERFORM.
               IF w-cant-pendientes = 0
                   DISPLAY "No hay solicitudes pendientes"
               ELSE
                   PERFORM 500-REGRABAR-BECAS
               END-IF.

           410-DECIDIR-SOLICITUD.
               MOVE bec-alumno TO ing-alumno.
               PERFORM 700-EVALUAR-ALUMNO.
               MOVE w-promedio TO w-promedio-ed.
               DISPLAY "Alumno ", bec-alumno, " ", w-nombre-alumno.
               DISPLAY "  Tipo ", bec-tipo, " valor ", bec-valor,
                   " vigencia ", bec-desde, "-", bec-hasta.
               DISPLAY "  Promedio ", w-promedio-ed, " (minimo ",
                   bec-promedio-min, ") - desaprobadas ",
                   w-desaprobadas.
               IF w-promedio < bec-promedio-min OR w-desaprobadas > 0
                   DISPLAY "  ATENCION: hoy no cumple las condiciones"
               END-IF.
               DISPLAY "A aprobar / R rechazar / blanco = despues:".
               MOVE SPACE TO ing-decision.
               ACCEPT ing-decision.
               IF ing-decision = "A" OR ing-decision = "R"
                   DISPLAY "Motivo:"
                   MOVE SPACES TO ing-motivo
                   ACCEPT ing-motivo
                   MOVE bec-estado TO w-estado-ant
                   MOVE ing-decision TO bec-estado
                   MOVE ws-fecha-hoy TO bec-fecha-estado
                   MOVE bec-reg TO tbe-reg(i)
                   PERFORM 800-AUDITAR
               END-IF.

           500-REGRABAR-BECAS.
               OPEN OUTPUT BECAS.
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > cant-becas
                   MOVE tbe-reg(j) TO bec-reg
                   WRITE bec-reg
               END-PERFORM.
               CLOSE BECAS.

      *    Cierre de cuatrimestre: toda beca aprobada que siga
      *    vigente en el periodo indicado se vuelve a evaluar; la
      *    que no cumple pasa a perdida y sale en el listado.
           600-REVISION-CUATRIMESTRE.
               DISPLAY "Ultimo periodo del cuatrimestre (AAAAMM):".
               ACCEPT ws-periodo.
               MOVE 0 TO w-cant-perdidas.
               MOVE 0 TO w-cant-revisadas.
               OPEN OUTPUT PERDIDAS.
               MOVE SPACES TO per-linea.
               STRING "BECAS PERDIDAS EN LA REVISION DEL PERIODO "
                          DELIMITED BY SIZE
                      ws-periodo DELIMITED BY SIZE
                      INTO per-linea.
               WRITE per-linea.
               MOVE SPACES TO per-linea.
               WRITE per-linea.
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-becas
                   MOVE tbe-reg(i) TO bec-reg
                   IF bec-estado = "A" AND bec-desde <= ws-periodo
                       AND bec-hasta >= ws-periodo
                       ADD 1 TO w-cant-revisadas
                       PERFORM 610-REVISAR-BECA
                   END-IF
               END-PERFORM.
               IF w-cant-perdidas = 0
                   MOVE "NINGUNA" TO per-linea
                   WRITE per-linea
               ELSE
                   PERFORM 500-REGRABAR-BECAS
               END-IF.
               CLOSE PERDIDAS.
               DISPLAY "Becas revisadas: ", w-cant-revisadas,
                   " - perdidas: ", w-cant-perdidas,
                   " - detalle en ..\becasPerdidas.txt".

           610-REVISAR-BECA.
               MOVE bec-alumno TO ing-alumno.
               PERFORM 700-EVALUAR-ALUMNO.
               MOVE SPACES TO ing-motivo.
               IF w-estado-alumno = "R"
                   MOVE "ALUMNO RETIRADO" TO ing-motivo
               ELSE
               IF w-estado-alumno = "G"
                   MOVE "ALUMNO EGRESADO" TO ing-motivo
               ELSE
               IF w-desaprobadas > 0
                   MOVE "MATERIAS DESAPROBADAS" TO ing-motivo
               ELSE
               IF w-promedio < bec-promedio-min
                   MOVE "PROMEDIO INSUFICIENTE" TO ing-motivo
               END-IF
               END-IF
               END-IF
               END-IF.
               IF ing-motivo NOT = SPACES
                   ADD 1 TO w-cant-perdidas
                   MOVE bec-estado TO w-estado-ant
                   MOVE "P" TO bec-estado
                   MOVE ws-fecha-hoy TO bec-fecha-estado
                   MOVE bec-reg TO tbe-reg(i)
                   PERFORM 800-AUDITAR
                   MOVE w-promedio TO w-promedio-ed
                   MOVE SPACES TO per-linea
                   STRING "ALUMNO "        DELIMITED BY SIZE
                          bec-alumno       DELIMITED BY SIZE
                          " "              DELIMITED BY SIZE
                          w-nombre-alumno  DELIMITED BY SIZE
                          " PROM "         DELIMITED BY SIZE
                          w-promedio-ed    DELIMITED BY SIZE
                          "/"              DELIMITED BY SIZE
                          bec-promedio-min DELIMITED BY SIZE
                          " DESAP "        DELIMITED BY SIZE
                          w-desaprobadas   DELIMITED BY SIZE
                          " "              DELIMITED BY SIZE
                          ing-motivo       DELIMITED BY SIZE
                          INTO per-linea
                   WRITE per-linea
               END-IF.

      *    Condiciones del alumno ing-alumno segun el padron:
      *    promedio de todas sus notas y materias cuya mejor nota
      *    no llega a la de aprobacion.
           700-EVALUAR-ALUMNO.
               MOVE SPACE TO w-estado-alumno.
               MOVE SPACES TO w-nombre-alumno.
               MOVE 0 TO w-suma-notas.
               MOVE 0 TO w-cant-notas.
               MOVE 0 TO w-desaprobadas.
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
               IF w-cant-notas > 0
                   COMPUTE w-promedio ROUNDED =
                       w-suma-notas / w-cant-notas
               END-IF.
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > 99
                   IF tmn-cursada(j) = 1 AND
                       tmn-nota(j) < w-nota-aprobacion
                       ADD 1 TO w-desaprobadas
                   END-IF
               END-PERFORM.

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
                       ADD alu-det-nota TO w-suma-notas
                       ADD 1 TO w-cant-notas
                       MOVE 1 TO tmn-cursada(alu-det-materia)
                       IF alu-det-nota > tmn-nota(alu-det-materia)
                           MOVE alu-det-nota
                               TO tmn-nota(alu-det-materia)
                       END-IF
                   END-IF
               END-IF.

           800-AUDITAR.
               OPEN EXTEND AUDITORIA.
               IF aud-fileStatus NOT = "00"
                   OPEN OUTPUT AUDITORIA
               END-IF.
               ACCEPT ws-hora FROM TIME.
               MOVE ws-fecha-hoy TO aud-fecha.
               MOVE ws-hora(1:6) TO aud-hora.
               MOVE bec-alumno TO aud-alumno.
               MOVE w-estado-ant TO aud-estado-ant.
               MOVE bec-estado TO aud-estado-nue.
               MOVE ws-operador TO aud-operador.
               MOVE w-promedio TO aud-promedio.
               MOVE w-desaprobadas TO aud-desaprobadas.
               MOVE ing-motivo TO aud-motivo.
               WRITE aud-reg.
               CLOSE AUDITORIA.
       END PROGRAM BECAS.
