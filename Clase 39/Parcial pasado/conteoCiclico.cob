      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTEO-CICLICO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTICULOS ASSIGN TO "..\articulos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS art-fileStatus.
           SELECT COSTOS ASSIGN TO "..\costosArticulos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cos-fileStatus.
           SELECT VENTAS ASSIGN TO "..\ventas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS ven-fileStatus.
           SELECT FACTURAS ASSIGN TO "..\facturas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS fac-fileStatus.
           SELECT EXISTENCIAS ASSIGN TO "..\existencias.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS exi-fileStatus.
           SELECT CLASIFICACION ASSIGN TO "..\clasificacionAbc.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS abc-fileStatus.
           SELECT CICLICO ASSIGN TO "..\conteoCiclico.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cic-fileStatus.
           SELECT REPORTE ASSIGN TO w-nombre-reporte
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARTICULOS.
       01  art_reg.
           03 art_cod              pic 999.
           03 art_nombre           pic X(20).
           03 art_precio           pic 9(6)v99.
           03 art_alicuota         pic 99v99.
           03 art_familia          pic 99.
       FD  COSTOS.
       01  cos-reg.
           03 cos-art              pic 999.
           03 cos-costo            pic 9(6)v99.
           03 cos-fecha            pic 9(8).
       FD  VENTAS.
       01  ven-reg.
           03 ven-fecha            pic 9(8).
           03 ven-factura          pic 9(8).
       FD  FACTURAS.
       01  fac_reg_cab.
           03 fac_cab_tiporeg      pic X.
           03 fac_cab_factura      pic 9(8).
           03 fac_cab_cliente      pic 9(4).
           03 fac_cab_neto         pic 9(9)v99.
           03 fac_cab_iva          pic 9(8)v99.
           03 fac_cab_total        pic 9(9)v99.
           03 fac_cab_vendedor     pic 999.
       01  fac_reg_det.
           03 fac_det_tiporeg      pic X.
           03 fac_det_art          pic 999.
           03 fac_det_cant         pic 999.
       FD  EXISTENCIAS.
       01  exi-reg.
           03 exi-cod              pic 999.
           03 exi-cantidad         pic s9(5).
           03 exi-deposito         pic 99.
      *    Clase ABC vigente de cada articulo con el valor vendido
      *    que la determino y la fecha de su ultimo conteo ciclico.
       FD  CLASIFICACION.
       01  abc-reg.
           03 abc-art              pic 999.
           03 abc-clase            pic X.
           03 abc-valor            pic 9(11)v99.
           03 abc-periodo          pic 9(6).
           03 abc-ultimo-conteo    pic 9(8).
      *    Resultado de cada conteo ciclico: libro al momento de
      *    contar y cantidad contada. Estado "P" pendiente de pasar
      *    por los ajustes de conteoStock, "A" ajustado, "N" sin
      *    ajuste (sin diferencia o no aprobado).
       FD  CICLICO.
       01  cic-reg.
           03 cic-fecha            pic 9(8).
           03 cic-deposito         pic 99.
           03 cic-cod              pic 999.
           03 cic-clase            pic X.
           03 cic-libro            pic s9(5).
           03 cic-contado          pic 9(5).
           03 cic-estado           pic X.
       FD  REPORTE.
       01  rep-linea pic x(100).

       WORKING-STORAGE SECTION.
       77  art-fileStatus          pic XX.
       77  cos-fileStatus          pic XX.
       77  ven-fileStatus          pic XX.
       77  fac-fileStatus          pic XX.
       77  exi-fileStatus          pic XX.
       77  abc-fileStatus          pic XX.
       77  cic-fileStatus          pic XX.
       77  flagLeido               pic X.
       01  w-nombre-reporte pic x(30).
       01  opc-menu pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-periodo pic 9(6).
       01  w-periodo-r redefines w-periodo.
           03 w-per-anio           pic 9(4).
           03 w-per-mes            pic 99.
       01  w-desde pic 9(6).
       01  w-mes pic 9(6).
       01  w-tipo pic x.
       01  w-en-ventana pic 9.
       01  w-dep pic 99.
       01  w-art pic 999.
       01  w-contado pic 9(5).
       01  w-valor-total pic 9(13)v99.
       01  w-acumulado pic 9(13)v99.
       01  w-pct-acum pic 999v99.
       01  w-dias-ciclo pic 999.
       01  w-dias-desde pic s9(7).
       01  w-cupo pic 9(4).
       01  w-pct pic 999v9.
       01  d pic 99.
       01  art pic 9(4).
       01  i pic 9(4).
       01  j pic 9(4).
       01  idx-max pic 9(4).
       01  idx-c pic 9.
       01  cant-clase-a pic 9(4).
       01  cant-clase-b pic 9(4).
       01  cant-clase-c pic 9(4).
       01  cant-plan pic 9(4).
       01  cant-cargados pic 9(4).

       01  vec-articulos.
           03 va-item OCCURS 999 TIMES.
               05 va-existe        pic 9.
               05 va-nombre        pic x(20).
               05 va-precio        pic 9(6)v99.
               05 va-costo         pic 9(6)v99.
               05 va-unidades      pic s9(7).
               05 va-valor         pic s9(11)v99.
               05 va-rankeado      pic 9.
               05 va-clase         pic x.
               05 va-ultimo        pic 9(8).
               05 va-atraso        pic s9(7).
               05 va-elegido       pic 9.
       01  vec-existencias.
           03 exi-dep OCCURS 5 TIMES.
               05 exi-onhand       pic s9(6) OCCURS 999 TIMES.

       01  tabla-fechas.
           03 tfe-item OCCURS 3000 TIMES.
               05 tfe-factura      pic 9(8).
               05 tfe-fecha        pic 9(8).
       01  cant-tfe pic 9(4) value 0.

      *    Exactitud por mes y clase (1 A, 2 B, 3 C).
       01  tabla-exactitud.
           03 tex-item OCCURS 120 TIMES.
               05 tex-mes          pic 9(6).
               05 tex-clase OCCURS 3 TIMES.
                   07 tex-contados pic 9(5).
                   07 tex-exactos  pic 9(5).
                   07 tex-dif-abs  pic 9(7).
       01  cant-tex pic 9(4) value 0.
       01  idx-tex pic 9(4).

       01  lin-abc.
           03 l-abc-art            pic 999.
           03 filler               pic x value space.
           03 l-abc-nombre         pic x(20).
           03 filler               pic x(2) value spaces.
           03 l-abc-unidades       pic ---.--9.
           03 filler               pic x(2) value spaces.
           03 l-abc-valor          pic ---.---.--9,99.
           03 filler               pic x(2) value spaces.
           03 l-abc-acum           pic zz9,99.
           03 filler               pic x(3) value "%  ".
           03 l-abc-clase          pic x.
       01  lin-plan.
           03 filler               pic x(2) value spaces.
           03 l-pla-clase          pic x.
           03 filler               pic x(2) value spaces.
           03 l-pla-art            pic 999.
           03 filler               pic x value space.
           03 l-pla-nombre         pic x(20).
           03 filler               pic x(15) value " ULTIMO CONTEO ".
           03 l-pla-ultimo         pic 9(8).
           03 filler               pic x(8) value "  LIBRO ".
           03 l-pla-libro          pic -----9.
           03 filler               pic x(22)
               value "  CONTADO ___________".
       01  lin-exa.
           03 l-exa-mes            pic 9(6).
           03 filler               pic x(2) value spaces.
           03 l-exa-clase          pic x.
           03 filler               pic x(10) value " CONTADOS ".
           03 l-exa-contados       pic zzzz9.
           03 filler               pic x(9) value " EXACTOS ".
           03 l-exa-exactos        pic zzzz9.
           03 filler               pic x(12) value " EXACTITUD ".
           03 l-exa-pct            pic zz9,9.
           03 filler               pic x(16) value "%  DIF. ABSOL. ".
           03 l-exa-dif            pic z.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Clasificacion ABC y conteo ciclico".
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           MOVE 9 TO opc-menu.
           PERFORM UNTIL opc-menu = 0
               DISPLAY "1 - Clasificacion ABC del mes"
               DISPLAY "2 - Lista de conteo del dia por deposito"
               DISPLAY "3 - Cargar conteo ciclico"
               DISPLAY "4 - Reporte de exactitud por clase"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               EVALUATE opc-menu
                   WHEN 1
                       PERFORM 200-CLASIFICAR
                   WHEN 2
                       PERFORM 300-PLAN-DEL-DIA
                   WHEN 3
                       PERFORM 400-CARGAR-CONTEO
                   WHEN 4
                       PERFORM 500-REPORTE-EXACTITUD
               END-EVALUATE
           END-PERFORM.
           GOBACK.
      *
       100-CARGAR-ARTICULOS.
           PERFORM VARYING art FROM 1 BY 1 UNTIL art > 999
               MOVE 0 TO va-existe(art) va-precio(art) va-costo(art)
                   va-unidades(art) va-valor(art) va-rankeado(art)
                   va-ultimo(art) va-atraso(art) va-elegido(art)
               MOVE SPACES TO va-nombre(art)
               MOVE "C" TO va-clase(art)
           END-PERFORM.
           OPEN INPUT ARTICULOS.
           IF art-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ ARTICULOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF art_cod >= 1 AND art_cod <= 999
                           MOVE 1 TO va-existe(art_cod)
                           MOVE art_nombre TO va-nombre(art_cod)
                           MOVE art_precio TO va-precio(art_cod)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ARTICULOS
           END-IF.
           OPEN INPUT COSTOS.
           IF cos-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ COSTOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cos-art >= 1 AND cos-art <= 999
                           MOVE cos-costo TO va-costo(cos-art)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE COSTOS
           END-IF.
      *
      *    La clasificacion anterior aporta la clase vigente y la
      *    fecha del ultimo conteo de cada articulo.
       110-CARGAR-CLASIFICACION.
           OPEN INPUT CLASIFICACION.
           IF abc-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ CLASIFICACION AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF abc-art >= 1 AND abc-art <= 999
                           MOVE abc-clase TO va-clase(abc-art)
                           MOVE abc-ultimo-conteo TO va-ultimo(abc-art)
                           MOVE abc-valor TO va-valor(abc-art)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASIFICACION
           END-IF.
      *
       120-GRABAR-CLASIFICACION.
           OPEN OUTPUT CLASIFICACION.
           PERFORM VARYING art FROM 1 BY 1 UNTIL art > 999
               IF va-existe(art) = 1
                   MOVE art TO abc-art
                   MOVE va-clase(art) TO abc-clase
                   IF va-valor(art) > 0
                       MOVE va-valor(art) TO abc-valor
                   ELSE
                       MOVE 0 TO abc-valor
                   END-IF
                   MOVE w-periodo TO abc-periodo
                   MOVE va-ultimo(art) TO abc-ultimo-conteo
                   WRITE abc-reg
               END-IF
           END-PERFORM.
           CLOSE CLASIFICACION.
      *
       130-CARGAR-EXISTENCIAS.
           PERFORM VARYING d FROM 1 BY 1 UNTIL d > 5
               PERFORM VARYING art FROM 1 BY 1 UNTIL art > 999
                   MOVE 0 TO exi-onhand(d, art)
               END-PERFORM
           END-PERFORM.
           OPEN INPUT EXISTENCIAS.
           IF exi-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ EXISTENCIAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF exi-cod >= 1 AND exi-cod <= 999
                           IF exi-deposito < 1 OR exi-deposito > 5
                               MOVE 1 TO exi-deposito
                           END-IF
                           ADD exi-cantidad TO
                               exi-onhand(exi-deposito, exi-cod)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EXISTENCIAS
           END-IF.
      *
      *    Valor vendido de los doce meses que cierran en el periodo:
      *    unidades netas de notas de credito por el costo promedio
      *    (o por el precio de lista si el articulo no tiene costo).
      *    Orden descendente: hasta el 80% del valor acumulado es A,
      *    hasta el 95% es B y el resto, con lo que no se vendio, C.
       200-CLASIFICAR.
           DISPLAY "Periodo de la clasificacion AAAAMM:".
           ACCEPT w-periodo.
           PERFORM UNTIL w-per-mes >= 1 AND w-per-mes <= 12
               DISPLAY "Periodo invalido - reingrese AAAAMM"
               ACCEPT w-periodo
           END-PERFORM.
           IF w-per-mes = 12
               COMPUTE w-desde = w-per-anio * 100 + 1
           ELSE
               COMPUTE w-desde = (w-per-anio - 1) * 100 + w-per-mes + 1
           END-IF.
           PERFORM 100-CARGAR-ARTICULOS.
           PERFORM 110-CARGAR-CLASIFICACION.
           PERFORM 210-CARGAR-FECHAS.
           PERFORM 220-SUMAR-UNIDADES.
           MOVE 0 TO w-valor-total.
           PERFORM VARYING art FROM 1 BY 1 UNTIL art > 999
               IF va-unidades(art) > 0
                   IF va-costo(art) > 0
                       COMPUTE va-valor(art) =
                           va-unidades(art) * va-costo(art)
                   ELSE
                       COMPUTE va-valor(art) =
                           va-unidades(art) * va-precio(art)
                   END-IF
                   ADD va-valor(art) TO w-valor-total
               ELSE
                   MOVE 0 TO va-valor(art)
               END-IF
           END-PERFORM.
           MOVE 0 TO cant-clase-a cant-clase-b cant-clase-c.
           MOVE 0 TO w-acumulado.
           MOVE "..\reporteAbc.txt" TO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE SPACES TO rep-linea.
           STRING "CLASIFICACION ABC - DOCE MESES " DELIMITED BY SIZE
                  w-desde DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  w-periodo DELIMITED BY SIZE
                  INTO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 999
               PERFORM 230-MAYOR-SIN-RANKEAR
               IF idx-max > 0
                   PERFORM 240-ASIGNAR-CLASE
               END-IF
           END-PERFORM.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           STRING "CLASE A: " DELIMITED BY SIZE
                  cant-clase-a DELIMITED BY SIZE
                  "  CLASE B: " DELIMITED BY SIZE
                  cant-clase-b DELIMITED BY SIZE
                  "  CLASE C: " DELIMITED BY SIZE
                  cant-clase-c DELIMITED BY SIZE
                  INTO rep-linea.
           WRITE rep-linea.
           CLOSE REPORTE.
           PERFORM 120-GRABAR-CLASIFICACION.
           DISPLAY "A: ", cant-clase-a, " B: ", cant-clase-b,
               " C: ", cant-clase-c, " - detalle en ..\reporteAbc.txt".
      *
       210-CARGAR-FECHAS.
           MOVE 0 TO cant-tfe.
           OPEN INPUT VENTAS.
           IF ven-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ VENTAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-tfe < 3000
                           ADD 1 TO cant-tfe
                           MOVE ven-factura TO tfe-factura(cant-tfe)
                           MOVE ven-fecha TO tfe-fecha(cant-tfe)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTAS
           END-IF.
      *
       220-SUMAR-UNIDADES.
           OPEN INPUT FACTURAS.
           IF fac-fileStatus = "00"
               MOVE 0 TO w-en-ventana
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ FACTURAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF fac_det_tiporeg = "D"
                           IF w-en-ventana = 1 AND fac_det_art >= 1
                               PERFORM 225-RENGLON
                           END-IF
                       ELSE
                           PERFORM 222-CABECERA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS
           END-IF.
      *
       222-CABECERA.
           MOVE 0 TO w-en-ventana.
           MOVE fac_cab_tiporeg TO w-tipo.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > cant-tfe
               IF tfe-factura(j) = fac_cab_factura
                   MOVE tfe-fecha(j)(1:6) TO w-mes
                   IF w-mes >= w-desde AND w-mes <= w-periodo
                       MOVE 1 TO w-en-ventana
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       225-RENGLON.
           IF w-tipo = "N"
               SUBTRACT fac_det_cant FROM va-unidades(fac_det_art)
           ELSE
               ADD fac_det_cant TO va-unidades(fac_det_art)
           END-IF.
      *
       230-MAYOR-SIN-RANKEAR.
           MOVE 0 TO idx-max.
           PERFORM VARYING art FROM 1 BY 1 UNTIL art > 999
               IF va-existe(art) = 1 AND va-rankeado(art) = 0
                   IF idx-max = 0
                       MOVE art TO idx-max
                   ELSE
                       IF va-valor(art) > va-valor(idx-max)
                           MOVE art TO idx-max
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       240-ASIGNAR-CLASE.
           MOVE 1 TO va-rankeado(idx-max).
           IF w-valor-total > 0
               COMPUTE w-pct-acum ROUNDED =
                   w-acumulado * 100 / w-valor-total
           ELSE
               MOVE 100 TO w-pct-acum
           END-IF.
           EVALUATE TRUE
               WHEN va-valor(idx-max) <= 0
                   MOVE "C" TO va-clase(idx-max)
               WHEN w-pct-acum < 80
                   MOVE "A" TO va-clase(idx-max)
               WHEN w-pct-acum < 95
                   MOVE "B" TO va-clase(idx-max)
               WHEN OTHER
                   MOVE "C" TO va-clase(idx-max)
           END-EVALUATE.
           EVALUATE va-clase(idx-max)
               WHEN "A"
                   ADD 1 TO cant-clase-a
               WHEN "B"
                   ADD 1 TO cant-clase-b
               WHEN OTHER
                   ADD 1 TO cant-clase-c
           END-EVALUATE.
           IF va-valor(idx-max) > 0
               ADD va-valor(idx-max) TO w-acumulado
           END-IF.
           IF w-valor-total > 0
               COMPUTE w-pct-acum ROUNDED =
                   w-acumulado * 100 / w-valor-total
           END-IF.
           MOVE idx-max TO l-abc-art.
           MOVE va-nombre(idx-max) TO l-abc-nombre.
           MOVE va-unidades(idx-max) TO l-abc-unidades.
           MOVE va-valor(idx-max) TO l-abc-valor.
           MOVE w-pct-acum TO l-abc-acum.
           MOVE va-clase(idx-max) TO l-abc-clase.
           WRITE rep-linea FROM lin-abc.
      *
      *    Ciclo por clase: A cada 30 dias, B cada 91 y C cada 365.
      *    El cupo diario de cada clase reparte sus articulos en los
      *    dias habiles del ciclo (20, 60 y 240), empezando por los
      *    mas atrasados; cada articulo elegido se cuenta en todos
      *    los depositos donde tiene existencia.
       300-PLAN-DEL-DIA.
           PERFORM 100-CARGAR-ARTICULOS.
           PERFORM 110-CARGAR-CLASIFICACION.
           PERFORM 130-CARGAR-EXISTENCIAS.
           MOVE 0 TO cant-clase-a cant-clase-b cant-clase-c.
           PERFORM VARYING art FROM 1 BY 1 UNTIL art > 999
               IF va-existe(art) = 1
                   EVALUATE va-clase(art)
                       WHEN "A"
                           ADD 1 TO cant-clase-a
                       WHEN "B"
                           ADD 1 TO cant-clase-b
                       WHEN OTHER
                           ADD 1 TO cant-clase-c
                   END-EVALUATE
                   PERFORM 310-ATRASO
               END-IF
           END-PERFORM.
           COMPUTE w-cupo = (cant-clase-a + 19) / 20.
           MOVE "A" TO w-tipo.
           PERFORM 320-ELEGIR-CLASE.
           COMPUTE w-cupo = (cant-clase-b + 59) / 60.
           MOVE "B" TO w-tipo.
           PERFORM 320-ELEGIR-CLASE.
           COMPUTE w-cupo = (cant-clase-c + 239) / 240.
           MOVE "C" TO w-tipo.
           PERFORM 320-ELEGIR-CLASE.
           MOVE 0 TO cant-plan.
           MOVE "..\conteoCiclicoDia.txt" TO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE SPACES TO rep-linea.
           STRING "LISTA DE CONTEO CICLICO DEL " DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  INTO rep-linea.
           WRITE rep-linea.
           PERFORM VARYING d FROM 1 BY 1 UNTIL d > 5
               MOVE SPACES TO rep-linea
               WRITE rep-linea
               MOVE SPACES TO rep-linea
               STRING "DEPOSITO " DELIMITED BY SIZE
                      d DELIMITED BY SIZE
                      INTO rep-linea
               WRITE rep-linea
               PERFORM VARYING art FROM 1 BY 1 UNTIL art > 999
                   IF va-elegido(art) = 1 AND exi-onhand(d, art) > 0
                       PERFORM 330-LINEA-PLAN
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE REPORTE.
           DISPLAY "Renglones a contar hoy: ", cant-plan,
               " - lista en ..\conteoCiclicoDia.txt".
      *
      *    Dias de atraso contra el ciclo de la clase; el nunca
      *    contado es el mas atrasado.
       310-ATRASO.
           EVALUATE va-clase(art)
               WHEN "A"
                   MOVE 30 TO w-dias-ciclo
               WHEN "B"
                   MOVE 91 TO w-dias-ciclo
               WHEN OTHER
                   MOVE 365 TO w-dias-ciclo
           END-EVALUATE.
           IF va-ultimo(art) = 0
               MOVE 9999999 TO va-atraso(art)
           ELSE
               COMPUTE w-dias-desde =
                   FUNCTION INTEGER-OF-DATE(w-fecha-hoy) -
                   FUNCTION INTEGER-OF-DATE(va-ultimo(art))
               COMPUTE va-atraso(art) = w-dias-desde - w-dias-ciclo
           END-IF.
      *
      *    Entran los vencidos del ciclo (atraso >= 0) hasta el cupo.
       320-ELEGIR-CLASE.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > w-cupo
               MOVE 0 TO idx-max
               PERFORM VARYING art FROM 1 BY 1 UNTIL art > 999
                   IF va-existe(art) = 1 AND va-elegido(art) = 0 AND
                       va-atraso(art) >= 0 AND
                       (va-clase(art) = w-tipo OR
                        (w-tipo = "C" AND va-clase(art) NOT = "A" AND
                         va-clase(art) NOT = "B"))
                       IF idx-max = 0
                           MOVE art TO idx-max
                       ELSE
                           IF va-atraso(art) > va-atraso(idx-max)
                               MOVE art TO idx-max
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF idx-max = 0
                   EXIT PERFORM
               END-IF
               MOVE 1 TO va-elegido(idx-max)
           END-PERFORM.
      *
       330-LINEA-PLAN.
           ADD 1 TO cant-plan.
           MOVE va-clase(art) TO l-pla-clase.
           MOVE art TO l-pla-art.
           MOVE va-nombre(art) TO l-pla-nombre.
           MOVE va-ultimo(art) TO l-pla-ultimo.
           MOVE exi-onhand(d, art) TO l-pla-libro.
           WRITE rep-linea FROM lin-plan.
      *
      *    Cada cantidad contada queda con el libro del momento y
      *    pendiente de ajuste; el ajuste lo aprueba conteoStock con
      *    el mismo circuito (motivo y operador) del conteo general.
       400-CARGAR-CONTEO.
           PERFORM 100-CARGAR-ARTICULOS.
           PERFORM 110-CARGAR-CLASIFICACION.
           PERFORM 130-CARGAR-EXISTENCIAS.
           MOVE 0 TO cant-cargados.
           MOVE 999 TO w-art.
           PERFORM UNTIL w-art = 0
               DISPLAY "Articulo contado (0 para terminar):"
               ACCEPT w-art
               IF w-art >= 1
                   DISPLAY "Deposito (1-5):"
                   ACCEPT w-dep
                   PERFORM UNTIL w-dep >= 1 AND w-dep <= 5
                       DISPLAY "Deposito invalido - reingrese"
                       ACCEPT w-dep
                   END-PERFORM
                   DISPLAY "Cantidad contada:"
                   ACCEPT w-contado
                   PERFORM 410-GRABAR-CONTEO
               END-IF
           END-PERFORM.
           IF cant-cargados > 0
               PERFORM 120-GRABAR-CLASIFICACION
           END-IF.
           DISPLAY "Conteos cargados: ", cant-cargados,
               " - aplicar ajustes desde la toma de inventario".
      *
       410-GRABAR-CONTEO.
           OPEN EXTEND CICLICO.
           IF cic-fileStatus NOT = "00"
               OPEN OUTPUT CICLICO
           END-IF.
           MOVE w-fecha-hoy TO cic-fecha.
           MOVE w-dep TO cic-deposito.
           MOVE w-art TO cic-cod.
           MOVE va-clase(w-art) TO cic-clase.
           MOVE exi-onhand(w-dep, w-art) TO cic-libro.
           MOVE w-contado TO cic-contado.
           IF cic-libro = cic-contado
               MOVE "N" TO cic-estado
           ELSE
               MOVE "P" TO cic-estado
               DISPLAY "Diferencia: libro ", cic-libro,
                   " contado ", cic-contado
           END-IF.
           WRITE cic-reg.
           CLOSE CICLICO.
           MOVE w-fecha-hoy TO va-ultimo(w-art).
           ADD 1 TO cant-cargados.
      *
      *    Exactitud = conteos sin diferencia sobre conteos, por mes
      *    y clase, con la suma de diferencias absolutas en unidades.
       500-REPORTE-EXACTITUD.
           MOVE 0 TO cant-tex.
           OPEN INPUT CICLICO.
           IF cic-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ CICLICO AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       PERFORM 510-ACUMULAR-EXACTITUD
                   END-READ
               END-PERFORM
               CLOSE CICLICO
           END-IF.
           MOVE "..\exactitudAbc.txt" TO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE "EXACTITUD DE INVENTARIO POR CLASE ABC" TO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           PERFORM VARYING idx-tex FROM 1 BY 1 UNTIL idx-tex > cant-tex
               PERFORM VARYING idx-c FROM 1 BY 1 UNTIL idx-c > 3
                   IF tex-contados(idx-tex, idx-c) > 0
                       PERFORM 520-LINEA-EXACTITUD
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE REPORTE.
           DISPLAY "Reporte en ..\exactitudAbc.txt".
      *
       510-ACUMULAR-EXACTITUD.
           MOVE cic-fecha(1:6) TO w-mes.
           MOVE 0 TO idx-tex.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > cant-tex
               IF tex-mes(j) = w-mes
                   MOVE j TO idx-tex
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF idx-tex = 0 AND cant-tex < 120
               ADD 1 TO cant-tex
               MOVE cant-tex TO idx-tex
               MOVE w-mes TO tex-mes(idx-tex)
               PERFORM VARYING idx-c FROM 1 BY 1 UNTIL idx-c > 3
                   MOVE 0 TO tex-contados(idx-tex, idx-c)
                       tex-exactos(idx-tex, idx-c)
                       tex-dif-abs(idx-tex, idx-c)
               END-PERFORM
           END-IF.
           IF idx-tex > 0
               EVALUATE cic-clase
                   WHEN "A"
                       MOVE 1 TO idx-c
                   WHEN "B"
                       MOVE 2 TO idx-c
                   WHEN OTHER
                       MOVE 3 TO idx-c
               END-EVALUATE
               ADD 1 TO tex-contados(idx-tex, idx-c)
               IF cic-contado = cic-libro
                   ADD 1 TO tex-exactos(idx-tex, idx-c)
               ELSE
                   COMPUTE tex-dif-abs(idx-tex, idx-c) =
                       tex-dif-abs(idx-tex, idx-c) +
                       FUNCTION ABS(cic-contado - cic-libro)
               END-IF
           END-IF.
      *
       520-LINEA-EXACTITUD.
           MOVE tex-mes(idx-tex) TO l-exa-mes.
           EVALUATE idx-c
               WHEN 1
                   MOVE "A" TO l-exa-clase
               WHEN 2
                   MOVE "B" TO l-exa-clase
               WHEN OTHER
                   MOVE "C" TO l-exa-clase
           END-EVALUATE.
           MOVE tex-contados(idx-tex, idx-c) TO l-exa-contados.
           MOVE tex-exactos(idx-tex, idx-c) TO l-exa-exactos.
           COMPUTE w-pct ROUNDED =
               tex-exactos(idx-tex, idx-c) * 100 /
               tex-contados(idx-tex, idx-c).
           MOVE w-pct TO l-exa-pct.
           MOVE tex-dif-abs(idx-tex, idx-c) TO l-exa-dif.
           WRITE rep-linea FROM lin-exa.
       END PROGRAM CONTEO-CICLICO.
