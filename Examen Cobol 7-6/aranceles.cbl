           SELECT DEUDORES ASSIGN TO "..\deudoresAlumnos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BECAS ASSIGN TO "..\becas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS bec-fileStatus.

           SELECT LIQUIDACION ASSIGN TO "..\cuotasFacturadas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Tarifario: importe mensual por materia; la fila con
           03 cuo-importe pic 9(7)v99.
           03 cuo-estado pic x.
      *        "P" impaga, "C" cancelada
      *    cuo-importe es el neto a pagar; bruto y descuento de beca
      *    quedan al final (en cuotas viejas vienen en blanco).
           03 cuo-bruto pic 9(7)v99.
           03 cuo-descuento pic 9(7)v99.

      *    Medio "V" ventanilla (en pagos viejos viene en blanco) o
      *    "D" debito en la cuenta de un socio de la cooperativa;
      *    el debito lleva la cuota y el socio, y si el apareo lo
      *    rechaza queda asentado "R" con el motivo y no cancela.
       FD  PAGOS.
       01  pag-reg.
           03 pag-alumno pic 9(6).
           03 pag-fecha pic 9(8).
           03 pag-importe pic 9(7)v99.
           03 pag-medio pic x.
           03 pag-periodo pic 9(6).
           03 pag-socio pic 9(6).
           03 pag-estado pic x.
      *        "A" aplicado, "R" rechazado
           03 pag-motivo pic x(40).

       FD  DEUDORES.
       01  deu-linea pic x(80).

       FD  BECAS.
       01  bec-reg.
           03 bec-alumno pic 9(6).
           03 bec-tipo pic x.
               88 bec-total value "T".
               88 bec-porcentaje value "P".
               88 bec-monto-fijo value "F".
           03 bec-valor pic 9(6)v99.
           03 bec-materias.
               05 bec-materia pic 99 occurs 10 times.
           03 bec-desde pic 9(6).
           03 bec-hasta pic 9(6).
           03 bec-promedio-min pic 99.
           03 bec-estado pic x.
           03 bec-fecha-estado pic 9(8).

      *    Detalle de la facturacion del periodo: bruto, beca y neto
      *    de cada cuota generada.
       FD  LIQUIDACION.
       01  liq-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  tar-fileStatus pic xx.
       01  ins-fileStatus pic xx.
       01  cuo-fileStatus pic xx.
       01  pag-fileStatus pic xx.
       01  bec-fileStatus pic xx.
       01  k pic 99.
       01  flag-cubre pic 9.
       01  idx-bec pic 9(4).
       01  ws-descuento pic 9(7)v99.
       01  ws-neto pic 9(7)v99.
       01  tot-bruto pic 9(9)v99.
       01  tot-descuento pic 9(9)v99.
       01  tot-neto pic 9(9)v99.
       01  ws-bruto-ed pic z,zzz,zz9.99.
       01  ws-descuento-ed pic z,zzz,zz9.99.
       01  ws-neto-ed pic z,zzz,zz9.99.
       01  tot-ed pic zzz,zzz,zz9.99.
       01  flag-fin pic 9.
       01  opc-menu pic 9.
       01  ws-periodo pic 9(6).
           03 taf-item occurs 1000 times.
               05 taf-alumno pic 9(6).
               05 taf-importe pic 9(7)v99.
               05 taf-cubierto pic 9(7)v99.
               05 taf-beca pic 9(4).
       01  cant-taf pic 9(4) value 0.

      *    Becas aprobadas y vigentes en el periodo que se factura.
       01  tabla-becas.
           03 tbe-item occurs 500 times.
               05 tbe-alumno pic 9(6).
               05 tbe-tipo pic x.
               05 tbe-valor pic 9(6)v99.
               05 tbe-materia pic 99 occurs 10 times.
       01  cant-becas pic 9(4) value 0.

       01  tabla-cuotas.
           03 tcu-item occurs 3000 times.
               05 tcu-periodo pic 9(6).
               05 tcu-alumno pic 9(6).
               05 tcu-importe pic 9(7)v99.
               05 tcu-estado pic x.
               05 tcu-bruto pic 9(7)v99.
               05 tcu-descuento pic 9(7)v99.
       01  cant-tcu pic 9(4) value 0.

       PROCEDURE DIVISION.
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
      *    Una cuota mensual por alumno, sumando el arancel de cada
      *    materia en la que esta inscripto ("I"); la espera no
      *    paga. El periodo ya facturado no se vuelve a facturar.
      *    La beca vigente del alumno descuenta sobre las materias
      *    que cubre: total, un porcentaje, o un importe fijo por
      *    cuota que nunca supera lo cubierto.
           200-FACTURAR-PERIODO.
               DISPLAY "Periodo a facturar (AAAAMM):".
               ACCEPT ws-periodo.
                   DISPLAY "Sin arancelesTabla.txt - no se factura"
               ELSE
                   PERFORM 150-CARGAR-CUOTAS
                   PERFORM 170-CARGAR-BECAS
                   PERFORM 250-ACUMULAR-POR-ALUMNO
                   PERFORM 300-GRABAR-CUOTAS
               END-IF.

           170-CARGAR-BECAS.
               MOVE 0 TO cant-becas.
               OPEN INPUT BECAS.
               IF bec-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ BECAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF bec-estado = "A" AND
                               bec-desde <= ws-periodo AND
                               bec-hasta >= ws-periodo AND
                               cant-becas < 500
                               ADD 1 TO cant-becas
                               MOVE bec-alumno TO tbe-alumno(cant-becas)
                               MOVE bec-tipo TO tbe-tipo(cant-becas)
                               MOVE bec-valor TO tbe-valor(cant-becas)
                               PERFORM VARYING k FROM 1 BY 1
                                       UNTIL k > 10
                                   MOVE bec-materia(k)
                                       TO tbe-materia(cant-becas, k)
                               END-PERFORM
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BECAS
               END-IF.

           250-ACUMULAR-POR-ALUMNO.
               MOVE 0 TO cant-taf.
               OPEN INPUT INSCRIPCIONES.
                   ADD 1 TO cant-taf
                   MOVE ins-alumno TO taf-alumno(cant-taf)
                   MOVE ws-importe-mat TO taf-importe(cant-taf)
                   MOVE 0 TO taf-cubierto(cant-taf)
                   MOVE 0 TO taf-beca(cant-taf)
                   PERFORM VARYING idx-bec FROM 1 BY 1
                           UNTIL idx-bec > cant-becas
                       IF tbe-alumno(idx-bec) = ins-alumno
                           MOVE idx-bec TO taf-beca(cant-taf)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF.
               IF idx-alu <= cant-taf
                   PERFORM 270-MATERIA-CUBIERTA
               END-IF.

      *    Sin materias en la beca, cubre todas.
           270-MATERIA-CUBIERTA.
               MOVE taf-beca(idx-alu) TO idx-bec.
               IF idx-bec > 0
                   MOVE 0 TO flag-cubre
                   IF tbe-materia(idx-bec, 1) = 0
                       MOVE 1 TO flag-cubre
                   ELSE
                       PERFORM VARYING k FROM 1 BY 1 UNTIL k > 10
                           IF tbe-materia(idx-bec, k) = ins-materia
                               MOVE 1 TO flag-cubre
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
                   IF flag-cubre = 1
                       ADD ws-importe-mat TO taf-cubierto(idx-alu)
                   END-IF
               END-IF.

           280-CALCULAR-DESCUENTO.
               MOVE 0 TO ws-descuento.
               MOVE taf-beca(idx-alu) TO idx-bec.
               IF idx-bec > 0
                   EVALUATE tbe-tipo(idx-bec)
                       WHEN "T"
                           MOVE taf-cubierto(idx-alu) TO ws-descuento
                       WHEN "P"
                           COMPUTE ws-descuento ROUNDED =
                               taf-cubierto(idx-alu) *
                               tbe-valor(idx-bec) / 100
                       WHEN "F"
                           IF tbe-valor(idx-bec) <
                               taf-cubierto(idx-alu)
                               MOVE tbe-valor(idx-bec) TO ws-descuento
                           ELSE
                               MOVE taf-cubierto(idx-alu)
                                   TO ws-descuento
                           END-IF
                   END-EVALUATE
               END-IF.
               COMPUTE ws-neto = taf-importe(idx-alu) - ws-descuento.

           300-GRABAR-CUOTAS.
               MOVE 0 TO cant-generadas.
               MOVE 0 TO tot-bruto.
               MOVE 0 TO tot-descuento.
               MOVE 0 TO tot-neto.
               OPEN OUTPUT LIQUIDACION.
               MOVE SPACES TO liq-linea.
               STRING "CUOTAS FACTURADAS DEL PERIODO " DELIMITED BY SIZE
                      ws-periodo DELIMITED BY SIZE
                      INTO liq-linea.
               WRITE liq-linea.
               MOVE SPACES TO liq-linea.
               WRITE liq-linea.
               MOVE "ALUMNO" TO liq-linea(1:6).
               MOVE "BRUTO" TO liq-linea(16:5).
               MOVE "BECA" TO liq-linea(32:4).
               MOVE "NETO" TO liq-linea(48:4).
               WRITE liq-linea.
               OPEN EXTEND CUOTAS.
               IF cuo-fileStatus NOT = "00"
                   OPEN OUTPUT CUOTAS
                       UNTIL idx-alu > cant-taf
                   PERFORM 310-YA-FACTURADO
                   IF flag-fin = 0
                       PERFORM 280-CALCULAR-DESCUENTO
                       MOVE ws-periodo TO cuo-periodo
                       MOVE taf-alumno(idx-alu) TO cuo-alumno
                       MOVE ws-neto TO cuo-importe
      *                una cuota cubierta entera por la beca nace
      *                cancelada y no cuenta para la morosidad
                       IF ws-neto = 0
                           MOVE "C" TO cuo-estado
                       ELSE
                           MOVE "P" TO cuo-estado
                       END-IF
                       MOVE taf-importe(idx-alu) TO cuo-bruto
                       MOVE ws-descuento TO cuo-descuento
                       WRITE cuo-reg
                       ADD 1 TO cant-generadas
                       PERFORM 320-LINEA-LIQUIDACION
                   END-IF
               END-PERFORM.
               CLOSE CUOTAS.
               MOVE SPACES TO liq-linea.
               WRITE liq-linea.
               MOVE "TOTAL" TO liq-linea(1:5).
               MOVE tot-bruto TO tot-ed.
               MOVE tot-ed TO liq-linea(7:14).
               MOVE tot-descuento TO tot-ed.
               MOVE tot-ed TO liq-linea(22:14).
               MOVE tot-neto TO tot-ed.
               MOVE tot-ed TO liq-linea(38:14).
               WRITE liq-linea.
               CLOSE LIQUIDACION.
               DISPLAY "Cuotas generadas: ", cant-generadas,
                   " para el periodo ", ws-periodo,
                   " - detalle en ..\cuotasFacturadas.txt".

           320-LINEA-LIQUIDACION.
               ADD taf-importe(idx-alu) TO tot-bruto.
               ADD ws-descuento TO tot-descuento.
               ADD ws-neto TO tot-neto.
               MOVE taf-importe(idx-alu) TO ws-bruto-ed.
               MOVE ws-descuento TO ws-descuento-ed.
               MOVE ws-neto TO ws-neto-ed.
               MOVE SPACES TO liq-linea.
               MOVE taf-alumno(idx-alu) TO liq-linea(1:6).
               MOVE ws-bruto-ed TO liq-linea(9:12).
               MOVE ws-descuento-ed TO liq-linea(24:12).
               MOVE ws-neto-ed TO liq-linea(40:12).
               IF taf-beca(idx-alu) > 0
                   MOVE tbe-tipo(taf-beca(idx-alu)) TO liq-linea(54:1)
               END-IF.
               WRITE liq-linea.

           310-YA-FACTURADO.
               MOVE 0 TO flag-fin.
                   MOVE ing-alumno TO pag-alumno
                   MOVE ws-fecha-hoy TO pag-fecha
                   MOVE ing-importe TO pag-importe
                   MOVE "V" TO pag-medio
                   MOVE 0 TO pag-periodo
                   MOVE 0 TO pag-socio
                   MOVE "A" TO pag-estado
                   MOVE SPACES TO pag-motivo
                   WRITE pag-reg
                   CLOSE PAGOS
                   PERFORM 150-CARGAR-CUOTAS
                   MOVE tcu-alumno(idx-cuo) TO cuo-alumno
                   MOVE tcu-importe(idx-cuo) TO cuo-importe
                   MOVE tcu-estado(idx-cuo) TO cuo-estado
                   MOVE tcu-bruto(idx-cuo) TO cuo-bruto
                   MOVE tcu-descuento(idx-cuo) TO cuo-descuento
                   WRITE cuo-reg
               END-PERFORM.
               CLOSE CUOTAS.
