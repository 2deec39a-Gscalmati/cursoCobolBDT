      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITO-ARANCELES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADHESIONES ASSIGN TO "..\adhesionesAranceles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS adh-fileStatus.

           SELECT CUOTAS ASSIGN TO "..\cuotasAlumnos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cuo-fileStatus.

           SELECT DEBITOS ASSIGN TO "..\debitosAranceles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS dar-fileStatus.

           SELECT PAGOS ASSIGN TO "..\pagosAlumnos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS pag-fileStatus.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS alu-fileStatus.

           SELECT NOVEDADES ASSIGN TO "..\NOVEDADES-ARANCELES.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOG-ERRORES ASSIGN TO ws-nombre-log
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS log-fileStatus.

           SELECT REVISION-PEND ASSIGN TO "..\REVISION-PEND.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS revp-fileStatus.

           SELECT REVISION-RECHAZOS
           ASSIGN TO "..\revisionRechazos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS rech-fileStatus.

           SELECT CONCILIACION ASSIGN TO "..\conciliacionAranceles.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Adhesiones que el socio firma en la cooperativa: alumno,
      *    socio pagador y tope por cuota; "A" adherida, "B" baja.
       FD  ADHESIONES.
       01  adh-reg.
           03 adh-alumno pic 9(6).
           03 adh-socio pic 9(6).
           03 adh-tope pic 9(7)v99.
           03 adh-estado pic x.
           03 adh-fecha-alta pic 9(8).
           03 adh-fecha-baja pic 9(8).
           03 adh-operador pic x(10).

       FD  CUOTAS.
       01  cuo-reg.
           03 cuo-periodo pic 9(6).
           03 cuo-alumno pic 9(6).
           03 cuo-importe pic 9(7)v99.
           03 cuo-estado pic x.
           03 cuo-bruto pic 9(7)v99.
           03 cuo-descuento pic 9(7)v99.

      *    Control de los debitos enviados a la cooperativa, uno
      *    por cuota y envio: "E" enviado, "C" cobrado, "R"
      *    rechazado (con el motivo), "V" retenido en revision por
      *    el limite diario del socio.
       FD  DEBITOS.
       01  dar-reg.
           03 dar-periodo pic 9(6).
           03 dar-alumno pic 9(6).
           03 dar-socio pic 9(6).
           03 dar-importe pic 9(7)v99.
           03 dar-estado pic x.
           03 dar-fecha-envio pic 9(8).
           03 dar-fecha-resultado pic 9(8).
           03 dar-motivo pic x(40).

       FD  PAGOS.
       01  pag-reg.
           03 pag-alumno pic 9(6).
           03 pag-fecha pic 9(8).
           03 pag-importe pic 9(7)v99.
           03 pag-medio pic x.
           03 pag-periodo pic 9(6).
           03 pag-socio pic 9(6).
           03 pag-estado pic x.
           03 pag-motivo pic x(40).

       FD  ALUMNOS.
       01  alu-reg-cab.
           03 alu-cab-tiporeg pic x(1).
           03 alu-cab-cod pic 9(6).
           03 alu-cab-nombre pic x(20).
           03 alu-cab-estado pic x.

      *    Formato NOVEDADES del apareo de la cooperativa.
       FD  NOVEDADES.
       01  nov-reg.
           03 nov-socio pic 9(6).
           03 nov-mov pic x.
           03 nov-nombre pic x(20).
           03 nov-importe pic s9(7)v99.
           03 nov-socio-destino pic 9(6).
           03 nov-fecha-efectiva pic 9(8).
           03 nov-marca pic x.
           03 nov-origen pic x.

       FD  LOG-ERRORES.
       01  log-reg.
           03 log-socio pic 9(6).
           03 log-mov pic x.
           03 log-importe pic s9(7)v99.
           03 log-error pic x(40).
           03 log-nombre pic x(20).
           03 log-socio-destino pic 9(6).
           03 log-codigo pic 9(3).

       FD  REVISION-PEND.
       01  revp-reg.
           03 revp-socio pic 9(6).
           03 revp-mov pic x.
           03 revp-nombre pic x(20).
           03 revp-importe pic s9(7)v99.
           03 revp-socio-destino pic 9(6).
           03 revp-fecha-efectiva pic 9(8).
           03 revp-marca pic x.
           03 revp-origen pic x.

      *    Debitos que el supervisor rechazo en la revision de
      *    limites: el registro de REVISION-PEND detras del texto
      *    "RECHAZADO POR SUPERVISOR: ".
       FD  REVISION-RECHAZOS.
       01  rech-reg pic x(80).
       01  rech-det.
           03 rech-texto pic x(26).
           03 rech-socio pic 9(6).
           03 rech-mov pic x.
           03 rech-nombre pic x(20).
           03 rech-importe pic s9(7)v99.
           03 rech-socio-destino pic 9(6).
           03 rech-fecha-efectiva pic 9(8).
           03 rech-marca pic x.
           03 rech-origen pic x.
           03 filler pic xx.

       FD  CONCILIACION.
       01  con-linea pic x(112).

       WORKING-STORAGE SECTION.
       01  adh-fileStatus pic xx.
       01  cuo-fileStatus pic xx.
       01  dar-fileStatus pic xx.
       01  pag-fileStatus pic xx.
       01  alu-fileStatus pic xx.
       01  log-fileStatus pic xx.
       01  revp-fileStatus pic xx.
       01  rech-fileStatus pic xx.
       01  ws-nombre-log pic x(40).
       01  flag-fin pic 9.
       01  flag-ok pic 9.
       01  flag-hallado pic 9.
       01  opc-menu pic 9.
       01  ws-resp pic x.
       01  ws-fecha-hoy pic 9(8).
       01  ws-hora pic 9(8).
       01  ws-periodo pic 9(6).
       01  ws-fecha-proceso pic 9(8).
       01  ws-modo-conc pic x.
      *        "F" resultado de un apareo, "P" periodo completo
       01  ws-estado-desc pic x(11).
       01  ws-importe-ed pic z,zzz,zz9.99.
       01  tot-ed pic zzz,zzz,zz9.99.
       01  i pic 9(4).
       01  j pic 9(4).
       01  idx-adh pic 9(4).
       01  idx-cuo pic 9(4).
       01  idx-dar pic 9(4).
       01  idx-alu pic 9(4).
       01  idx-soc pic 9(4).
       01  cant-enviados pic 9(4).
       01  cant-excedidos pic 9(4).
       01  cant-ya-enviados pic 9(4).
       01  cant-sin-resultado pic 9(4).
       01  cant-cobrados pic 9(4).
       01  cant-rechazados pic 9(4).
       01  cant-revision pic 9(4).
       01  cant-duplicados pic 9(4).
       01  cant-lineas pic 9(4).
       01  tot-enviado pic 9(9)v99.
       01  tot-cobrado pic 9(9)v99.
       01  tot-rechazado pic 9(9)v99.
       01  tot-revision pic 9(9)v99.

      *    Adhesiones vigentes.
       01  tabla-adhesiones.
           03 tad-item occurs 1000 times.
               05 tad-alumno pic 9(6).
               05 tad-socio pic 9(6).
               05 tad-tope pic 9(7)v99.
       01  cant-tad pic 9(4) value 0.

       01  tabla-cuotas.
           03 tcu-item occurs 3000 times.
               05 tcu-periodo pic 9(6).
               05 tcu-alumno pic 9(6).
               05 tcu-importe pic 9(7)v99.
               05 tcu-estado pic x.
               05 tcu-bruto pic 9(7)v99.
               05 tcu-descuento pic 9(7)v99.
       01  cant-tcu pic 9(4) value 0.

       01  tabla-debitos.
           03 tdb-item occurs 3000 times.
               05 tdb-periodo pic 9(6).
               05 tdb-alumno pic 9(6).
               05 tdb-socio pic 9(6).
               05 tdb-importe pic 9(7)v99.
               05 tdb-estado pic x.
               05 tdb-fecha-envio pic 9(8).
               05 tdb-fecha-resultado pic 9(8).
               05 tdb-motivo pic x(40).
       01  cant-tdb pic 9(4) value 0.

      *    Debitos rechazados por el apareo: cada rechazo se aplica
      *    a un solo debito del mismo socio e importe.
       01  tabla-rechazos.
           03 trc-item occurs 500 times.
               05 trc-socio pic 9(6).
               05 trc-importe pic 9(7)v99.
               05 trc-error pic x(40).
               05 trc-usado pic 9.
       01  cant-trc pic 9(4) value 0.

      *    Debitos retenidos en la cola de revision del apareo.
       01  tabla-revision.
           03 trv-item occurs 500 times.
               05 trv-socio pic 9(6).
               05 trv-importe pic 9(7)v99.
               05 trv-usado pic 9.
       01  cant-trv pic 9(4) value 0.

      *    Debitos rechazados por el supervisor desde la revision,
      *    con la fecha del lote en que viajaron.
       01  tabla-rech-superv.
           03 trs-item occurs 500 times.
               05 trs-socio pic 9(6).
               05 trs-importe pic 9(7)v99.
               05 trs-fecha pic 9(8).
               05 trs-usado pic 9.
       01  cant-trs pic 9(4) value 0.
       01  ws-motivo-superv pic x(40) value
           "RECHAZADO POR SUPERVISOR - TOPE DIARIO".

       01  tabla-alumnos.
           03 tal-item occurs 1000 times.
               05 tal-cod pic 9(6).
               05 tal-nombre pic x(20).
       01  cant-tal pic 9(4) value 0.

      *    Totales por socio pagador para la cooperativa.
       01  tabla-socios.
           03 tso-item occurs 1000 times.
               05 tso-socio pic 9(6).
               05 tso-cant pic 9(4).
               05 tso-cobrado pic 9(9)v99.
               05 tso-rechazado pic 9(9)v99.
               05 tso-revision pic 9(9)v99.
       01  cant-tso pic 9(4) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DEBITO DE ARANCELES EN CUENTA DE LA COOPERATIVA".
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           MOVE 9 TO opc-menu.
           PERFORM UNTIL opc-menu = 0
               DISPLAY "1 - Generar lote de debitos del periodo"
               DISPLAY "2 - Procesar resultado del apareo"
               DISPLAY "3 - Conciliacion de un periodo"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               EVALUATE opc-menu
                   WHEN 1
                       PERFORM 200-GENERAR-LOTE
                   WHEN 2
                       PERFORM 400-PROCESAR-RESULTADO
                   WHEN 3
                       PERFORM 700-CONCILIACION-PERIODO
               END-EVALUATE
           END-PERFORM.
           GOBACK.

           100-CARGAR-ADHESIONES.
               MOVE 0 TO cant-tad.
               OPEN INPUT ADHESIONES.
               IF adh-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ ADHESIONES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF adh-estado = "A" AND cant-tad < 1000
                               ADD 1 TO cant-tad
                               MOVE adh-alumno TO tad-alumno(cant-tad)
                               MOVE adh-socio TO tad-socio(cant-tad)
                               MOVE adh-tope TO tad-tope(cant-tad)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ADHESIONES
               END-IF.

           150-CARGAR-CUOTAS.
               MOVE 0 TO cant-tcu.
               OPEN INPUT CUOTAS.
               IF cuo-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUOTAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-tcu < 3000
                               ADD 1 TO cant-tcu
                               MOVE cuo-periodo
                                   TO tcu-periodo(cant-tcu)
                               MOVE cuo-alumno
                                   TO tcu-alumno(cant-tcu)
                               MOVE cuo-importe
                                   TO tcu-importe(cant-tcu)
                               MOVE cuo-estado
                                   TO tcu-estado(cant-tcu)
                               IF cuo-bruto IS NUMERIC AND
                                   cuo-descuento IS NUMERIC
                                   MOVE cuo-bruto
                                       TO tcu-bruto(cant-tcu)
                                   MOVE cuo-descuento
                                       TO tcu-descuento(cant-tcu)
                               ELSE
                                   MOVE cuo-importe
                                       TO tcu-bruto(cant-tcu)
                                   MOVE 0 TO tcu-descuento(cant-tcu)
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUOTAS
               END-IF.

           160-CARGAR-DEBITOS.
               MOVE 0 TO cant-tdb.
               OPEN INPUT DEBITOS.
               IF dar-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ DEBITOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-tdb < 3000
                               ADD 1 TO cant-tdb
                               MOVE dar-periodo
                                   TO tdb-periodo(cant-tdb)
                               MOVE dar-alumno TO tdb-alumno(cant-tdb)
                               MOVE dar-socio TO tdb-socio(cant-tdb)
                               MOVE dar-importe
                                   TO tdb-importe(cant-tdb)
                               MOVE dar-estado TO tdb-estado(cant-tdb)
                               MOVE dar-fecha-envio
                                   TO tdb-fecha-envio(cant-tdb)
                               MOVE dar-fecha-resultado
                                   TO tdb-fecha-resultado(cant-tdb)
                               MOVE dar-motivo TO tdb-motivo(cant-tdb)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DEBITOS
               END-IF.

           170-CARGAR-ALUMNOS.
               MOVE 0 TO cant-tal.
               OPEN INPUT ALUMNOS.
               IF alu-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ ALUMNOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF alu-cab-tiporeg = "C" AND cant-tal < 1000
                               ADD 1 TO cant-tal
                               MOVE alu-cab-cod TO tal-cod(cant-tal)
                               MOVE alu-cab-nombre
                                   TO tal-nombre(cant-tal)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ALUMNOS
               END-IF.

      *    Una novedad "M" por cada cuota impaga del periodo cuyo
      *    alumno tiene el debito adherido, con importe negativo y
      *    fecha efectiva de hoy; el apareo la autoriza como
      *    cualquier debito (saldo, embargo, legajo, limite diario).
      *    La cuota que supera el tope que autorizo el socio no se
      *    envia y queda rechazada. Una cuota con un debito enviado,
      *    en revision o cobrado no se vuelve a enviar; la
      *    rechazada si, en el lote siguiente.
           200-GENERAR-LOTE.
               DISPLAY "Periodo a debitar (AAAAMM):".
               ACCEPT ws-periodo.
               PERFORM 100-CARGAR-ADHESIONES.
               IF cant-tad = 0
                   DISPLAY "No hay alumnos adheridos al debito"
               ELSE
                   PERFORM 150-CARGAR-CUOTAS
                   PERFORM 160-CARGAR-DEBITOS
                   PERFORM 210-ARMAR-LOTE
               END-IF.

           210-ARMAR-LOTE.
               MOVE 0 TO cant-enviados.
               MOVE 0 TO cant-excedidos.
               MOVE 0 TO cant-ya-enviados.
               MOVE 0 TO tot-enviado.
               ACCEPT ws-hora FROM TIME.
               OPEN OUTPUT NOVEDADES.
               MOVE 999997 TO nov-socio.
               MOVE "H" TO nov-mov.
               MOVE SPACES TO nov-nombre.
               MOVE ws-fecha-hoy TO nov-nombre(1:8).
               MOVE ws-hora(1:6) TO nov-nombre(9:6).
               MOVE 0 TO nov-importe.
               MOVE 0 TO nov-socio-destino.
               MOVE 0 TO nov-fecha-efectiva.
               MOVE SPACE TO nov-marca.
               MOVE SPACE TO nov-origen.
               WRITE nov-reg.
               PERFORM VARYING idx-cuo FROM 1 BY 1
                       UNTIL idx-cuo > cant-tcu
                   IF tcu-periodo(idx-cuo) = ws-periodo AND
                       tcu-estado(idx-cuo) = "P" AND
                       tcu-importe(idx-cuo) > 0
                       PERFORM 220-DEBITAR-CUOTA
                   END-IF
               END-PERFORM.
               MOVE 999998 TO nov-socio.
               MOVE "Z" TO nov-mov.
               MOVE SPACES TO nov-nombre.
               MOVE cant-enviados TO nov-importe.
               MOVE 0 TO nov-socio-destino.
               MOVE 0 TO nov-fecha-efectiva.
               MOVE SPACE TO nov-marca.
               MOVE SPACE TO nov-origen.
               WRITE nov-reg.
               CLOSE NOVEDADES.
               PERFORM 500-REGRABAR-DEBITOS.
               MOVE tot-enviado TO tot-ed.
               DISPLAY "Debitos enviados: ", cant-enviados,
                   " por $", tot-ed.
               DISPLAY "Cuotas que superan el tope del socio: ",
                   cant-excedidos, " (quedan impagas)".
               DISPLAY "Cuotas con un debito ya en curso: ",
                   cant-ya-enviados.
               DISPLAY "Lote generado en ..\NOVEDADES-ARANCELES.txt".
               DISPLAY "Recordar pasar el lote por la preparacion del "
                   "apareo para ordenarlo por socio".

           220-DEBITAR-CUOTA.
               MOVE 0 TO flag-hallado.
               PERFORM VARYING idx-adh FROM 1 BY 1
                       UNTIL idx-adh > cant-tad
                   IF tad-alumno(idx-adh) = tcu-alumno(idx-cuo)
                       MOVE 1 TO flag-hallado
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF flag-hallado = 1
                   PERFORM 230-DEBITO-EN-CURSO
                   IF flag-ok = 0
                       ADD 1 TO cant-ya-enviados
                       MOVE 0 TO flag-hallado
                   END-IF
               END-IF.
               IF flag-hallado = 1 AND cant-tdb < 3000
                   ADD 1 TO cant-tdb
                   MOVE ws-periodo TO tdb-periodo(cant-tdb)
                   MOVE tcu-alumno(idx-cuo) TO tdb-alumno(cant-tdb)
                   MOVE tad-socio(idx-adh) TO tdb-socio(cant-tdb)
                   MOVE tcu-importe(idx-cuo) TO tdb-importe(cant-tdb)
                   MOVE ws-fecha-hoy TO tdb-fecha-envio(cant-tdb)
                   IF tcu-importe(idx-cuo) > tad-tope(idx-adh)
                       MOVE "R" TO tdb-estado(cant-tdb)
                       MOVE ws-fecha-hoy
                           TO tdb-fecha-resultado(cant-tdb)
                       MOVE "SUPERA EL TOPE AUTORIZADO POR EL SOCIO"
                           TO tdb-motivo(cant-tdb)
                       MOVE cant-tdb TO idx-dar
                       PERFORM 560-GRABAR-PAGO
                       ADD 1 TO cant-excedidos
                   ELSE
                       MOVE "E" TO tdb-estado(cant-tdb)
                       MOVE 0 TO tdb-fecha-resultado(cant-tdb)
                       MOVE SPACES TO tdb-motivo(cant-tdb)
                       PERFORM 240-GRABAR-NOVEDAD
                   END-IF
               END-IF.

           230-DEBITO-EN-CURSO.
               MOVE 1 TO flag-ok.
               PERFORM VARYING idx-dar FROM 1 BY 1
                       UNTIL idx-dar > cant-tdb
                   IF tdb-periodo(idx-dar) = ws-periodo AND
                       tdb-alumno(idx-dar) = tcu-alumno(idx-cuo) AND
                       (tdb-estado(idx-dar) = "E" OR
                        tdb-estado(idx-dar) = "V" OR
                        tdb-estado(idx-dar) = "C")
                       MOVE 0 TO flag-ok
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

           240-GRABAR-NOVEDAD.
               MOVE tad-socio(idx-adh) TO nov-socio.
               MOVE "M" TO nov-mov.
               MOVE SPACES TO nov-nombre.
               COMPUTE nov-importe = 0 - tcu-importe(idx-cuo).
               MOVE 0 TO nov-socio-destino.
               MOVE ws-fecha-hoy TO nov-fecha-efectiva.
               MOVE SPACE TO nov-marca.
      *        Origen "E": cuota del colegio (establecimiento)
               MOVE "E" TO nov-origen.
               WRITE nov-reg.
               ADD 1 TO cant-enviados.
               ADD tcu-importe(idx-cuo) TO tot-enviado.

      *    El apareo deja sus rechazos en LOG-ERRORES con la fecha
      *    de proceso en el nombre y los debitos que pasan el
      *    limite diario en REVISION-PEND; los que el supervisor
      *    rechaza desde esa revision pasan a revisionRechazos.txt.
      *    Cada debito enviado que no aparece en ninguno de los tres
      *    se cobro: la cuota se cancela y el pago se asienta. El
      *    rechazado deja la cuota impaga y el motivo en el pago.
           400-PROCESAR-RESULTADO.
               DISPLAY "Fecha de proceso del apareo AAAAMMDD (0 = hoy)".
               ACCEPT ws-fecha-proceso.
               IF ws-fecha-proceso = 0
                   MOVE ws-fecha-hoy TO ws-fecha-proceso
               END-IF.
               MOVE SPACES TO ws-nombre-log.
               STRING "..\LOG-ERRORES" DELIMITED BY SIZE
                      ws-fecha-proceso DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO ws-nombre-log.
               PERFORM 410-CARGAR-RECHAZOS.
               IF flag-ok = 0
                   DISPLAY "No se encuentra ",
                       FUNCTION TRIM(ws-nombre-log),
                       " - el apareo de esa fecha no corrio"
               ELSE
                   PERFORM 160-CARGAR-DEBITOS
                   PERFORM 430-CONTAR-PENDIENTES
                   IF cant-sin-resultado = 0
                       DISPLAY "No hay debitos enviados hasta el ",
                           ws-fecha-proceso, " sin resultado"
                       MOVE 0 TO flag-ok
                   ELSE
                       DISPLAY "Debitos sin resultado: ",
                           cant-sin-resultado
                       DISPLAY "Los lotes de esos debitos entraron "
                           "en el apareo del ", ws-fecha-proceso,
                           "? S/N"
                       ACCEPT ws-resp
                       IF ws-resp NOT = "S" AND ws-resp NOT = "s"
                           MOVE 0 TO flag-ok
                       END-IF
                   END-IF
               END-IF.
               IF flag-ok = 1
                   PERFORM 420-CARGAR-REVISION
                   PERFORM 425-CARGAR-RECHAZOS-SUPERV
                   PERFORM 150-CARGAR-CUOTAS
                   PERFORM 440-RESOLVER-DEBITOS
                   PERFORM 500-REGRABAR-DEBITOS
                   PERFORM 510-REGRABAR-CUOTAS
                   MOVE "F" TO ws-modo-conc
                   PERFORM 600-CONCILIACION
                   DISPLAY "Cobrados: ", cant-cobrados,
                       "  Rechazados: ", cant-rechazados,
                       "  En revision: ", cant-revision
                   IF cant-duplicados > 0
                       DISPLAY "Cuotas ya pagadas por ventanilla: ",
                           cant-duplicados, " - devolver al socio"
                   END-IF
               END-IF.

           410-CARGAR-RECHAZOS.
               MOVE 0 TO cant-trc.
               MOVE 0 TO flag-ok.
               OPEN INPUT LOG-ERRORES.
               IF log-fileStatus = "00"
                   MOVE 1 TO flag-ok
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ LOG-ERRORES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF log-mov = "M" AND log-importe < 0 AND
                               log-error(1:5) = "ERROR" AND
                               cant-trc < 500
                               ADD 1 TO cant-trc
                               MOVE log-socio TO trc-socio(cant-trc)
                               COMPUTE trc-importe(cant-trc) =
                                   0 - log-importe
                               MOVE log-error TO trc-error(cant-trc)
                               MOVE 0 TO trc-usado(cant-trc)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOG-ERRORES
               END-IF.

           420-CARGAR-REVISION.
               MOVE 0 TO cant-trv.
               OPEN INPUT REVISION-PEND.
               IF revp-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ REVISION-PEND AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF revp-mov = "M" AND revp-origen = "E"
                               AND revp-importe < 0 AND cant-trv < 500
                               ADD 1 TO cant-trv
                               MOVE revp-socio TO trv-socio(cant-trv)
                               COMPUTE trv-importe(cant-trv) =
                                   0 - revp-importe
                               MOVE 0 TO trv-usado(cant-trv)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REVISION-PEND
               END-IF.

      *    revisionRechazos.txt se acumula: cada rechazo ya
      *    aplicado en una corrida anterior (debito en "R" con el
      *    motivo del supervisor) se descuenta para no usarlo dos
      *    veces.
           425-CARGAR-RECHAZOS-SUPERV.
               MOVE 0 TO cant-trs.
               OPEN INPUT REVISION-RECHAZOS.
               IF rech-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ REVISION-RECHAZOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF rech-texto(1:24) =
                               "RECHAZADO POR SUPERVISOR" AND
                               rech-mov = "M" AND rech-origen = "E"
                               AND rech-importe < 0 AND cant-trs < 500
                               ADD 1 TO cant-trs
                               MOVE rech-socio TO trs-socio(cant-trs)
                               COMPUTE trs-importe(cant-trs) =
                                   0 - rech-importe
                               MOVE rech-fecha-efectiva
                                   TO trs-fecha(cant-trs)
                               MOVE 0 TO trs-usado(cant-trs)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REVISION-RECHAZOS
               END-IF.
               PERFORM VARYING idx-dar FROM 1 BY 1
                       UNTIL idx-dar > cant-tdb
                   IF tdb-estado(idx-dar) = "R" AND
                       tdb-motivo(idx-dar) = ws-motivo-superv
                       PERFORM 426-BUSCAR-RECHAZO-SUPERV
                   END-IF
               END-PERFORM.

      *    Deja en i el rechazo del supervisor libre que corresponde
      *    al debito idx-dar (socio, importe y fecha del lote) y lo
      *    marca usado; flag-hallado en 1 si lo encontro.
           426-BUSCAR-RECHAZO-SUPERV.
               MOVE 0 TO flag-hallado.
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-trs
                   IF trs-usado(i) = 0 AND
                       trs-socio(i) = tdb-socio(idx-dar) AND
                       trs-importe(i) = tdb-importe(idx-dar) AND
                       trs-fecha(i) = tdb-fecha-envio(idx-dar)
                       MOVE 1 TO trs-usado(i)
                       MOVE 1 TO flag-hallado
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

           430-CONTAR-PENDIENTES.
               MOVE 0 TO cant-sin-resultado.
               PERFORM VARYING idx-dar FROM 1 BY 1
                       UNTIL idx-dar > cant-tdb
                   IF (tdb-estado(idx-dar) = "E" OR
                       tdb-estado(idx-dar) = "V") AND
                       tdb-fecha-envio(idx-dar) <= ws-fecha-proceso
                       ADD 1 TO cant-sin-resultado
                   END-IF
               END-PERFORM.

           440-RESOLVER-DEBITOS.
               MOVE 0 TO cant-cobrados.
               MOVE 0 TO cant-rechazados.
               MOVE 0 TO cant-revision.
               MOVE 0 TO cant-duplicados.
               PERFORM VARYING idx-dar FROM 1 BY 1
                       UNTIL idx-dar > cant-tdb
                   IF (tdb-estado(idx-dar) = "E" OR
                       tdb-estado(idx-dar) = "V") AND
                       tdb-fecha-envio(idx-dar) <= ws-fecha-proceso
                       PERFORM 450-RESOLVER-DEBITO
                   END-IF
               END-PERFORM.

           450-RESOLVER-DEBITO.
               MOVE 0 TO flag-hallado.
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-trc
                   IF trc-usado(i) = 0 AND
                       trc-socio(i) = tdb-socio(idx-dar) AND
                       trc-importe(i) = tdb-importe(idx-dar)
                       MOVE 1 TO trc-usado(i)
                       MOVE 1 TO flag-hallado
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF flag-hallado = 1
                   MOVE "R" TO tdb-estado(idx-dar)
                   MOVE ws-fecha-proceso
                       TO tdb-fecha-resultado(idx-dar)
                   MOVE trc-error(i) TO tdb-motivo(idx-dar)
                   PERFORM 560-GRABAR-PAGO
                   ADD 1 TO cant-rechazados
               ELSE
                   PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-trv
                       IF trv-usado(i) = 0 AND
                           trv-socio(i) = tdb-socio(idx-dar) AND
                           trv-importe(i) = tdb-importe(idx-dar)
                           MOVE 1 TO trv-usado(i)
                           MOVE 1 TO flag-hallado
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF flag-hallado = 1
                       MOVE "V" TO tdb-estado(idx-dar)
                       MOVE 0 TO tdb-fecha-resultado(idx-dar)
                       MOVE "EN REVISION POR LIMITE DIARIO DEL SOCIO"
                           TO tdb-motivo(idx-dar)
                       ADD 1 TO cant-revision
                   ELSE
                       PERFORM 426-BUSCAR-RECHAZO-SUPERV
                       IF flag-hallado = 1
                           MOVE "R" TO tdb-estado(idx-dar)
                           MOVE ws-fecha-proceso
                               TO tdb-fecha-resultado(idx-dar)
                           MOVE ws-motivo-superv
                               TO tdb-motivo(idx-dar)
                           PERFORM 560-GRABAR-PAGO
                           ADD 1 TO cant-rechazados
                       ELSE
                           PERFORM 460-COBRAR-CUOTA
                       END-IF
                   END-IF
               END-IF.

      *    Si la cuota se pago por ventanilla mientras el debito
      *    estaba en curso, el cobro queda asentado igual y el
      *    socio tiene que recibir la devolucion.
           460-COBRAR-CUOTA.
               MOVE "C" TO tdb-estado(idx-dar).
               MOVE ws-fecha-proceso TO tdb-fecha-resultado(idx-dar).
               MOVE SPACES TO tdb-motivo(idx-dar).
               MOVE 0 TO flag-ok.
               PERFORM VARYING idx-cuo FROM 1 BY 1
                       UNTIL idx-cuo > cant-tcu
                   IF tcu-periodo(idx-cuo) = tdb-periodo(idx-dar) AND
                       tcu-alumno(idx-cuo) = tdb-alumno(idx-dar) AND
                       tcu-estado(idx-cuo) = "P"
                       MOVE "C" TO tcu-estado(idx-cuo)
                       MOVE 1 TO flag-ok
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF flag-ok = 0
                   MOVE "CUOTA YA PAGADA - DEVOLVER AL SOCIO"
                       TO tdb-motivo(idx-dar)
                   ADD 1 TO cant-duplicados
               END-IF.
               PERFORM 560-GRABAR-PAGO.
               ADD 1 TO cant-cobrados.

           500-REGRABAR-DEBITOS.
               OPEN OUTPUT DEBITOS.
               PERFORM VARYING idx-dar FROM 1 BY 1
                       UNTIL idx-dar > cant-tdb
                   MOVE tdb-periodo(idx-dar) TO dar-periodo
                   MOVE tdb-alumno(idx-dar) TO dar-alumno
                   MOVE tdb-socio(idx-dar) TO dar-socio
                   MOVE tdb-importe(idx-dar) TO dar-importe
                   MOVE tdb-estado(idx-dar) TO dar-estado
                   MOVE tdb-fecha-envio(idx-dar) TO dar-fecha-envio
                   MOVE tdb-fecha-resultado(idx-dar)
                       TO dar-fecha-resultado
                   MOVE tdb-motivo(idx-dar) TO dar-motivo
                   WRITE dar-reg
               END-PERFORM.
               CLOSE DEBITOS.

           510-REGRABAR-CUOTAS.
               OPEN OUTPUT CUOTAS.
               PERFORM VARYING idx-cuo FROM 1 BY 1
                       UNTIL idx-cuo > cant-tcu
                   MOVE tcu-periodo(idx-cuo) TO cuo-periodo
                   MOVE tcu-alumno(idx-cuo) TO cuo-alumno
                   MOVE tcu-importe(idx-cuo) TO cuo-importe
                   MOVE tcu-estado(idx-cuo) TO cuo-estado
                   MOVE tcu-bruto(idx-cuo) TO cuo-bruto
                   MOVE tcu-descuento(idx-cuo) TO cuo-descuento
                   WRITE cuo-reg
               END-PERFORM.
               CLOSE CUOTAS.

      *    Pago por debito: aplicado (cobrado) o rechazado con su
      *    motivo, que no cancela nada.
           560-GRABAR-PAGO.
               OPEN EXTEND PAGOS.
               IF pag-fileStatus NOT = "00"
                   OPEN OUTPUT PAGOS
               END-IF.
               MOVE tdb-alumno(idx-dar) TO pag-alumno.
               IF tdb-fecha-resultado(idx-dar) > 0
                   MOVE tdb-fecha-resultado(idx-dar) TO pag-fecha
               ELSE
                   MOVE ws-fecha-hoy TO pag-fecha
               END-IF.
               MOVE tdb-importe(idx-dar) TO pag-importe.
               MOVE "D" TO pag-medio.
               MOVE tdb-periodo(idx-dar) TO pag-periodo.
               MOVE tdb-socio(idx-dar) TO pag-socio.
               IF tdb-estado(idx-dar) = "C"
                   MOVE "A" TO pag-estado
               ELSE
                   MOVE "R" TO pag-estado
               END-IF.
               MOVE tdb-motivo(idx-dar) TO pag-motivo.
               WRITE pag-reg.
               CLOSE PAGOS.

      *    Conciliacion para las dos administraciones: el colegio
      *    ve cada cuota con su resultado y la cooperativa los
      *    totales por socio pagador y el importe cobrado que debe
      *    transferir al colegio.
           600-CONCILIACION.
               PERFORM 170-CARGAR-ALUMNOS.
               MOVE 0 TO cant-tso.
               MOVE 0 TO cant-lineas.
               MOVE 0 TO tot-cobrado.
               MOVE 0 TO tot-rechazado.
               MOVE 0 TO tot-revision.
               MOVE 0 TO tot-enviado.
               OPEN OUTPUT CONCILIACION.
               MOVE SPACES TO con-linea.
               IF ws-modo-conc = "F"
                   STRING "CONCILIACION DE DEBITOS DE ARANCELES - "
                          DELIMITED BY SIZE
                          "APAREO DEL " DELIMITED BY SIZE
                          ws-fecha-proceso DELIMITED BY SIZE
                          INTO con-linea
               ELSE
                   STRING "CONCILIACION DE DEBITOS DE ARANCELES - "
                          DELIMITED BY SIZE
                          "PERIODO " DELIMITED BY SIZE
                          ws-periodo DELIMITED BY SIZE
                          INTO con-linea
               END-IF.
               WRITE con-linea.
               MOVE SPACES TO con-linea.
               WRITE con-linea.
               MOVE "COLEGIO - CUOTAS DEBITADAS" TO con-linea.
               WRITE con-linea.
               MOVE SPACES TO con-linea.
               MOVE "ALUMNO" TO con-linea(1:6).
               MOVE "NOMBRE" TO con-linea(9:6).
               MOVE "SOCIO" TO con-linea(31:5).
               MOVE "PERIODO" TO con-linea(39:7).
               MOVE "IMPORTE" TO con-linea(52:7).
               MOVE "RESULTADO" TO con-linea(61:9).
               MOVE "MOTIVO" TO con-linea(73:6).
               WRITE con-linea.
               PERFORM VARYING idx-dar FROM 1 BY 1
                       UNTIL idx-dar > cant-tdb
                   PERFORM 610-INCLUIR-DEBITO
                   IF flag-ok = 1
                       PERFORM 620-LINEA-DEBITO
                       PERFORM 630-ACUMULAR-SOCIO
                   END-IF
               END-PERFORM.
               MOVE SPACES TO con-linea.
               WRITE con-linea.
               MOVE "TOTAL COBRADO" TO con-linea(1:13).
               MOVE tot-cobrado TO tot-ed.
               MOVE tot-ed TO con-linea(45:14).
               WRITE con-linea.
               MOVE SPACES TO con-linea.
               MOVE "TOTAL RECHAZADO" TO con-linea(1:15).
               MOVE tot-rechazado TO tot-ed.
               MOVE tot-ed TO con-linea(45:14).
               WRITE con-linea.
               MOVE SPACES TO con-linea.
               MOVE "TOTAL EN REVISION" TO con-linea(1:17).
               MOVE tot-revision TO tot-ed.
               MOVE tot-ed TO con-linea(45:14).
               WRITE con-linea.
               MOVE SPACES TO con-linea.
               MOVE "TOTAL SIN RESULTADO" TO con-linea(1:19).
               MOVE tot-enviado TO tot-ed.
               MOVE tot-ed TO con-linea(45:14).
               WRITE con-linea.
               PERFORM 650-SECCION-COOPERATIVA.
               CLOSE CONCILIACION.
               DISPLAY "Debitos conciliados: ", cant-lineas,
                   " - detalle en ..\conciliacionAranceles.txt".

           610-INCLUIR-DEBITO.
               MOVE 0 TO flag-ok.
               IF ws-modo-conc = "F"
                   IF tdb-fecha-resultado(idx-dar) = ws-fecha-proceso
                       OR tdb-estado(idx-dar) = "V"
                       MOVE 1 TO flag-ok
                   END-IF
               ELSE
                   IF tdb-periodo(idx-dar) = ws-periodo
                       MOVE 1 TO flag-ok
                   END-IF
               END-IF.

           620-LINEA-DEBITO.
               ADD 1 TO cant-lineas.
               EVALUATE tdb-estado(idx-dar)
                   WHEN "C"
                       MOVE "COBRADO" TO ws-estado-desc
                       ADD tdb-importe(idx-dar) TO tot-cobrado
                   WHEN "R"
                       MOVE "RECHAZADO" TO ws-estado-desc
                       ADD tdb-importe(idx-dar) TO tot-rechazado
                   WHEN "V"
                       MOVE "EN REVISION" TO ws-estado-desc
                       ADD tdb-importe(idx-dar) TO tot-revision
                   WHEN OTHER
                       MOVE "ENVIADO" TO ws-estado-desc
                       ADD tdb-importe(idx-dar) TO tot-enviado
               END-EVALUATE.
               MOVE SPACES TO con-linea.
               MOVE tdb-alumno(idx-dar) TO con-linea(1:6).
               PERFORM VARYING idx-alu FROM 1 BY 1
                       UNTIL idx-alu > cant-tal
                   IF tal-cod(idx-alu) = tdb-alumno(idx-dar)
                       MOVE tal-nombre(idx-alu) TO con-linea(9:20)
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               MOVE tdb-socio(idx-dar) TO con-linea(31:6).
               MOVE tdb-periodo(idx-dar) TO con-linea(39:6).
               MOVE tdb-importe(idx-dar) TO ws-importe-ed.
               MOVE ws-importe-ed TO con-linea(47:12).
               MOVE ws-estado-desc TO con-linea(61:11).
               MOVE tdb-motivo(idx-dar) TO con-linea(73:40).
               WRITE con-linea.

           630-ACUMULAR-SOCIO.
               PERFORM VARYING idx-soc FROM 1 BY 1
                       UNTIL idx-soc > cant-tso
                   IF tso-socio(idx-soc) = tdb-socio(idx-dar)
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-soc > cant-tso AND cant-tso < 1000
                   ADD 1 TO cant-tso
                   MOVE cant-tso TO idx-soc
                   MOVE tdb-socio(idx-dar) TO tso-socio(idx-soc)
                   MOVE 0 TO tso-cant(idx-soc)
                   MOVE 0 TO tso-cobrado(idx-soc)
                   MOVE 0 TO tso-rechazado(idx-soc)
                   MOVE 0 TO tso-revision(idx-soc)
               END-IF.
               IF idx-soc <= cant-tso
                   ADD 1 TO tso-cant(idx-soc)
                   EVALUATE tdb-estado(idx-dar)
                       WHEN "C"
                           ADD tdb-importe(idx-dar)
                               TO tso-cobrado(idx-soc)
                       WHEN "R"
                           ADD tdb-importe(idx-dar)
                               TO tso-rechazado(idx-soc)
                       WHEN "V"
                           ADD tdb-importe(idx-dar)
                               TO tso-revision(idx-soc)
                   END-EVALUATE
               END-IF.

           650-SECCION-COOPERATIVA.
               MOVE SPACES TO con-linea.
               WRITE con-linea.
               MOVE "COOPERATIVA - DEBITOS POR SOCIO PAGADOR"
                   TO con-linea.
               WRITE con-linea.
               MOVE SPACES TO con-linea.
               MOVE "SOCIO" TO con-linea(1:5).
               MOVE "CUOTAS" TO con-linea(9:6).
               MOVE "DEBITADO" TO con-linea(23:8).
               MOVE "RECHAZADO" TO con-linea(38:9).
               MOVE "EN REVISION" TO con-linea(51:11).
               WRITE con-linea.
               PERFORM VARYING idx-soc FROM 1 BY 1
                       UNTIL idx-soc > cant-tso
                   MOVE SPACES TO con-linea
                   MOVE tso-socio(idx-soc) TO con-linea(1:6)
                   MOVE tso-cant(idx-soc) TO con-linea(11:4)
                   MOVE tso-cobrado(idx-soc) TO tot-ed
                   MOVE tot-ed TO con-linea(17:14)
                   MOVE tso-rechazado(idx-soc) TO tot-ed
                   MOVE tot-ed TO con-linea(33:14)
                   MOVE tso-revision(idx-soc) TO tot-ed
                   MOVE tot-ed TO con-linea(48:14)
                   WRITE con-linea
               END-PERFORM.
               MOVE SPACES TO con-linea.
               WRITE con-linea.
               MOVE "IMPORTE A TRANSFERIR AL COLEGIO" TO con-linea.
               MOVE tot-cobrado TO tot-ed.
               MOVE tot-ed TO con-linea(33:14).
               WRITE con-linea.

           700-CONCILIACION-PERIODO.
               DISPLAY "Periodo a conciliar (AAAAMM):".
               ACCEPT ws-periodo.
               PERFORM 160-CARGAR-DEBITOS.
               MOVE "P" TO ws-modo-conc.
               PERFORM 600-CONCILIACION.
       END PROGRAM DEBITO-ARANCELES.
