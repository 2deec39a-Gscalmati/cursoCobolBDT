      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEN-BRUTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTAS ASSIGN TO "..\ventas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS ven-fileStatus.
           SELECT FACTURAS ASSIGN TO "..\facturas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS fac-fileStatus.
           SELECT REMITOS ASSIGN TO "..\remitos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS rem-fileStatus.
           SELECT ARTICULOS ASSIGN TO "..\articulos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS art-fileStatus.
           SELECT PRECIOS-HIST ASSIGN TO "..\preciosHistoricos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS pre-fileStatus.
           SELECT COSTOS ASSIGN TO "..\costosArticulos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cos-fileStatus.
           SELECT CLIENTES ASSIGN TO "..\clientes.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cli-fileStatus.
           SELECT DESC-FACTURADOS
               ASSIGN TO "..\descuentosFacturados.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS dfa-fileStatus.
           SELECT REPORTE ASSIGN TO "..\margenBruto.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  REMITOS.
       01  rem-reg.
           03 rem-remito           pic 9(8).
           03 rem-factura          pic 9(8).
           03 rem-fecha            pic 9(8).
           03 rem-art              pic 999.
           03 rem-cant             pic 999.
           03 rem-deposito         pic 99.
           03 rem-costo            pic 9(6)v99.
           03 rem-lote             pic x(10).
       FD  ARTICULOS.
       01  art_reg.
           03 art_cod              pic 999.
           03 art_nombre           pic X(20).
           03 art_precio           pic 9(6)v99.
           03 art_alicuota         pic 99v99.
           03 art_familia          pic 99.
       FD  PRECIOS-HIST.
       01  pre-reg.
           03 pre-art              pic 999.
           03 pre-desde            pic 9(8).
           03 pre-hasta            pic 9(8).
           03 pre-precio           pic 9(6)v99.
       FD  COSTOS.
       01  cos-reg.
           03 cos-art              pic 999.
           03 cos-costo            pic 9(6)v99.
           03 cos-fecha            pic 9(8).
       FD  CLIENTES.
       01  cli-reg.
           03 cli-cod              pic 9(4).
           03 cli-nombre           pic x(20).
           03 cli-cuit             pic 9(11).
           03 cli-categoria-iva    pic xx.
           03 cli-limite-credito   pic 9(7)v99.
           03 cli-lista            pic X.
           03 cli-vendedor         pic 999.
           03 cli-bloqueo          pic X.
      *    Precio efectivamente facturado por renglon (lista o
      *    descuento), que graba facturacion al emitir.
       FD  DESC-FACTURADOS.
       01  dfa-reg.
           03 dfa-factura          pic 9(8).
           03 dfa-fecha            pic 9(8).
           03 dfa-cliente          pic 9(4).
           03 dfa-vendedor         pic 999.
           03 dfa-art              pic 999.
           03 dfa-cant             pic 999.
           03 dfa-precio-lista     pic 9(6)v99.
           03 dfa-precio           pic 9(6)v99.
           03 dfa-porcentaje       pic 99v99.
           03 dfa-origen           pic X.
           03 dfa-supervisor       pic 999.
       FD  REPORTE.
       01  rep-linea pic x(100).

       WORKING-STORAGE SECTION.
       77  ven-fileStatus          pic XX.
       77  fac-fileStatus          pic XX.
       77  rem-fileStatus          pic XX.
       77  art-fileStatus          pic XX.
       77  pre-fileStatus          pic XX.
       77  cos-fileStatus          pic XX.
       77  cli-fileStatus          pic XX.
       77  dfa-fileStatus          pic XX.
       77  flag-precio             pic 9.
       77  flagLeido               pic X.
       01  w-mes-desde pic 9(6).
       01  w-mes-hasta pic 9(6).
       01  w-factura pic 9(8).
       01  w-fecha pic 9(8).
       01  w-fecha-r redefines w-fecha.
           03 w-fecha-mes          pic 9(6).
           03 filler               pic 99.
       01  w-cliente pic 9(4).
       01  w-tipo pic x.
       01  w-art pic 999.
       01  w-cant pic s9(5).
       01  w-precio-vigente pic 9(6)v99.
       01  w-ingreso pic s9(11)v99.
       01  w-costo pic s9(11)v99.
       01  w-margen pic s9(11)v99.
       01  w-pct pic s9(5)v9.
       01  i pic 9(4).
       01  idx-f pic 9(4).
       01  idx-c pic 9(4).
       01  idx-m pic 9(4).
       01  idx-tph pic 9(4).
       01  cant-sin-fecha pic 9(5) value 0.
       01  cant-costo-actual pic 9(5) value 0.
       01  cant-precio-catalogo pic 9(5) value 0.
       01  tot-ingreso pic s9(11)v99 value 0.
       01  tot-costo pic s9(11)v99 value 0.

       01  vec-articulos.
           03 va-item OCCURS 999 TIMES.
               05 va-nombre        pic x(20).
               05 va-precio        pic 9(6)v99.
               05 va-costo         pic 9(6)v99.
               05 va-unidades      pic s9(7).
               05 va-ingreso       pic s9(11)v99.
               05 va-costo-vta     pic s9(11)v99.

      *    Fecha de venta y cliente de cada comprobante.
       01  tabla-comprobantes.
           03 tco-item OCCURS 3000 TIMES.
               05 tco-factura      pic 9(8).
               05 tco-fecha        pic 9(8).
               05 tco-cliente      pic 9(4).
               05 tco-tipo         pic x.
       01  cant-tco pic 9(4) value 0.

       01  tabla-precios-hist.
           03 tph-item OCCURS 500 TIMES.
               05 tph-art          pic 999.
               05 tph-desde        pic 9(8).
               05 tph-hasta        pic 9(8).
               05 tph-precio       pic 9(6)v99.
       01  cant-tph pic 9(4) value 0.

      *    Precios cobrados por factura y articulo, en el orden de
      *    emision.
       01  tabla-precios-fac.
           03 tpf-item OCCURS 9000 TIMES.
               05 tpf-factura      pic 9(8).
               05 tpf-fecha        pic 9(8).
               05 tpf-cliente      pic 9(4).
               05 tpf-art          pic 999.
               05 tpf-precio       pic 9(6)v99.
       01  cant-tpf pic 9(4) value 0.
       01  idx-tpf pic 9(4).

       01  tabla-clientes.
           03 tcl-item OCCURS 300 TIMES.
               05 tcl-cod          pic 9(4).
               05 tcl-nombre       pic x(20).
               05 tcl-ingreso      pic s9(11)v99.
               05 tcl-costo        pic s9(11)v99.
       01  cant-tcl pic 9(4) value 0.

       01  tabla-meses.
           03 tme-item OCCURS 120 TIMES.
               05 tme-mes          pic 9(6).
               05 tme-ingreso      pic s9(11)v99.
               05 tme-costo        pic s9(11)v99.
       01  cant-tme pic 9(4) value 0.

       01  lin-mar.
           03 l-mar-cod            pic x(6).
           03 filler               pic x(2) value spaces.
           03 l-mar-nombre         pic x(20).
           03 filler               pic x(2) value spaces.
           03 l-mar-ingreso        pic ---.---.--9,99.
           03 filler               pic x(2) value spaces.
           03 l-mar-costo          pic ---.---.--9,99.
           03 filler               pic x(2) value spaces.
           03 l-mar-margen         pic ---.---.--9,99.
           03 filler               pic x(2) value spaces.
           03 l-mar-pct            pic ----9,9.
           03 filler               pic x value "%".
       01  lin-mar-enc.
           03 filler pic x(30) value "CODIGO  DESCRIPCION".
           03 filler pic x(16) value "        VENTAS".
           03 filler pic x(16) value "         COSTO".
           03 filler pic x(16) value "        MARGEN".
           03 filler pic x(8) value "  MARG%".

      *    Margen bruto: cada renglon de remito se valoriza a la
      *    venta con el precio que se le facturo al cliente (lista o
      *    descuento) y al costo congelado en el remito. Las notas
      *    de credito restan ventas al ultimo precio facturado al
      *    cliente y devuelven el costo al promedio actual. Lo
      *    facturado sin despachar no entra hasta que sale el remito.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Margen bruto por articulo, cliente y mes".
           DISPLAY "Mes desde AAAAMM (0 = todo):".
           ACCEPT w-mes-desde.
           DISPLAY "Mes hasta AAAAMM (0 = todo):".
           ACCEPT w-mes-hasta.
           IF w-mes-hasta = 0
               MOVE 999999 TO w-mes-hasta
           END-IF.
           PERFORM 100-CARGAR-ARTICULOS.
           PERFORM 120-CARGAR-PRECIOS-HIST.
           PERFORM 140-CARGAR-COMPROBANTES.
           PERFORM 160-CARGAR-CLIENTES.
           PERFORM 180-CARGAR-PRECIOS-FACTURADOS.
           PERFORM 200-MARGEN-REMITOS.
           PERFORM 300-MARGEN-NOTAS-CREDITO.
           PERFORM 600-REPORTE.
           DISPLAY "Renglones sin fecha de venta (omitidos): ",
               cant-sin-fecha.
           DISPLAY "Renglones costeados al promedio actual: ",
               cant-costo-actual.
           DISPLAY "Renglones sin precio facturado (a precio de "
               "catalogo): ", cant-precio-catalogo.
           DISPLAY "Reporte en ..\margenBruto.txt".
           GOBACK.
      *
       100-CARGAR-ARTICULOS.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 999
               MOVE SPACES TO va-nombre(i)
               MOVE 0 TO va-precio(i) va-costo(i) va-unidades(i)
                   va-ingreso(i) va-costo-vta(i)
           END-PERFORM.
           OPEN INPUT ARTICULOS.
           IF art-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ ARTICULOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF art_cod >= 1 AND art_cod <= 999
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
       120-CARGAR-PRECIOS-HIST.
           OPEN INPUT PRECIOS-HIST.
           IF pre-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ PRECIOS-HIST AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-tph < 500
                           ADD 1 TO cant-tph
                           MOVE pre-art TO tph-art(cant-tph)
                           MOVE pre-desde TO tph-desde(cant-tph)
                           MOVE pre-hasta TO tph-hasta(cant-tph)
                           MOVE pre-precio TO tph-precio(cant-tph)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PRECIOS-HIST
           END-IF.
      *
      *    Cabeceras de facturas y notas con su cliente; la fecha
      *    sale del registro de ventas.
       140-CARGAR-COMPROBANTES.
           OPEN INPUT FACTURAS.
           IF fac-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ FACTURAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF fac_cab_tiporeg NOT = "D" AND
                           cant-tco < 3000
                           ADD 1 TO cant-tco
                           MOVE fac_cab_factura
                               TO tco-factura(cant-tco)
                           MOVE fac_cab_cliente
                               TO tco-cliente(cant-tco)
                           MOVE fac_cab_tiporeg TO tco-tipo(cant-tco)
                           MOVE 0 TO tco-fecha(cant-tco)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS
           END-IF.
           OPEN INPUT VENTAS.
           IF ven-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ VENTAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       MOVE ven-factura TO w-factura
                       PERFORM 150-UBICAR-COMPROBANTE
                       IF idx-f > 0
                           MOVE ven-fecha TO tco-fecha(idx-f)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTAS
           END-IF.
      *
       150-UBICAR-COMPROBANTE.
           MOVE 0 TO idx-f.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tco
               IF tco-factura(i) = w-factura
                   MOVE i TO idx-f
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       160-CARGAR-CLIENTES.
           OPEN INPUT CLIENTES.
           IF cli-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ CLIENTES AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-tcl < 300
                           ADD 1 TO cant-tcl
                           MOVE cli-cod TO tcl-cod(cant-tcl)
                           MOVE cli-nombre TO tcl-nombre(cant-tcl)
                           MOVE 0 TO tcl-ingreso(cant-tcl)
                           MOVE 0 TO tcl-costo(cant-tcl)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           END-IF.
      *
       180-CARGAR-PRECIOS-FACTURADOS.
           OPEN INPUT DESC-FACTURADOS.
           IF dfa-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ DESC-FACTURADOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-tpf < 9000
                           ADD 1 TO cant-tpf
                           MOVE dfa-factura TO tpf-factura(cant-tpf)
                           MOVE dfa-fecha TO tpf-fecha(cant-tpf)
                           MOVE dfa-cliente TO tpf-cliente(cant-tpf)
                           MOVE dfa-art TO tpf-art(cant-tpf)
                           MOVE dfa-precio TO tpf-precio(cant-tpf)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DESC-FACTURADOS
           END-IF.
      *
       200-MARGEN-REMITOS.
           MOVE "R" TO w-tipo.
           OPEN INPUT REMITOS.
           IF rem-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ REMITOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       PERFORM 210-RENGLON-REMITO
                   END-READ
               END-PERFORM
               CLOSE REMITOS
           END-IF.
      *
      *    Remitos grabados antes de congelar el costo no lo traen:
      *    esos renglones se costean al promedio de hoy.
       210-RENGLON-REMITO.
           MOVE rem-factura TO w-factura.
           PERFORM 150-UBICAR-COMPROBANTE.
           IF idx-f = 0 OR rem-art < 1
               ADD 1 TO cant-sin-fecha
           ELSE
               IF tco-fecha(idx-f) = 0
                   ADD 1 TO cant-sin-fecha
               ELSE
                   MOVE tco-fecha(idx-f) TO w-fecha
                   MOVE tco-cliente(idx-f) TO w-cliente
                   MOVE rem-art TO w-art
                   MOVE rem-cant TO w-cant
                   PERFORM 410-PRECIO-FACTURADO
                   COMPUTE w-ingreso = w-cant * w-precio-vigente
                   IF rem-costo IS NUMERIC
                       COMPUTE w-costo = w-cant * rem-costo
                   ELSE
                       ADD 1 TO cant-costo-actual
                       COMPUTE w-costo = w-cant * va-costo(w-art)
                   END-IF
                   PERFORM 500-ACUMULAR
               END-IF
           END-IF.
      *
      *    Los renglones de las notas de credito ("N") restan la
      *    venta y el costo de lo devuelto.
       300-MARGEN-NOTAS-CREDITO.
           OPEN INPUT FACTURAS.
           IF fac-fileStatus = "00"
               MOVE "x" TO w-tipo
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ FACTURAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF fac_det_tiporeg = "D"
                           IF w-tipo = "N"
                               PERFORM 310-RENGLON-NOTA
                           END-IF
                       ELSE
                           MOVE fac_cab_tiporeg TO w-tipo
                           MOVE fac_cab_factura TO w-factura
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS
           END-IF.
      *
       310-RENGLON-NOTA.
           PERFORM 150-UBICAR-COMPROBANTE.
           IF idx-f = 0 OR fac_det_art < 1
               ADD 1 TO cant-sin-fecha
           ELSE
               IF tco-fecha(idx-f) = 0
                   ADD 1 TO cant-sin-fecha
               ELSE
                   MOVE tco-fecha(idx-f) TO w-fecha
                   MOVE tco-cliente(idx-f) TO w-cliente
                   MOVE fac_det_art TO w-art
                   COMPUTE w-cant = 0 - fac_det_cant
                   PERFORM 410-PRECIO-FACTURADO
                   COMPUTE w-ingreso = w-cant * w-precio-vigente
                   COMPUTE w-costo = w-cant * va-costo(w-art)
                   PERFORM 500-ACUMULAR
               END-IF
           END-IF.
      *
      *    Precio vigente a la fecha de la venta; sin fila de
      *    historial se usa el precio actual del catalogo.
       400-PRECIO-VIGENTE.
           MOVE va-precio(w-art) TO w-precio-vigente.
           PERFORM VARYING idx-tph FROM 1 BY 1
                   UNTIL idx-tph > cant-tph
               IF tph-art(idx-tph) = w-art AND
                   w-fecha >= tph-desde(idx-tph) AND
                   w-fecha <= tph-hasta(idx-tph)
                   MOVE tph-precio(idx-tph) TO w-precio-vigente
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    Precio cobrado en el renglon de w-factura para w-art. La
      *    nota de credito no dice que factura anula: si no tiene
      *    renglones propios toma lo ultimo facturado al cliente por
      *    ese articulo hasta su fecha. Sin nada facturado (ventas
      *    anteriores a descuentosFacturados.txt) queda el precio
      *    vigente del catalogo.
       410-PRECIO-FACTURADO.
           MOVE 0 TO flag-precio.
           PERFORM VARYING idx-tpf FROM 1 BY 1
                   UNTIL idx-tpf > cant-tpf
               IF tpf-factura(idx-tpf) = w-factura AND
                   tpf-art(idx-tpf) = w-art
                   MOVE tpf-precio(idx-tpf) TO w-precio-vigente
                   MOVE 1 TO flag-precio
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF flag-precio = 0 AND w-tipo = "N"
               PERFORM VARYING idx-tpf FROM 1 BY 1
                       UNTIL idx-tpf > cant-tpf
                   IF tpf-cliente(idx-tpf) = w-cliente AND
                       tpf-art(idx-tpf) = w-art AND
                       tpf-fecha(idx-tpf) <= w-fecha
                       MOVE tpf-precio(idx-tpf) TO w-precio-vigente
                       MOVE 1 TO flag-precio
                   END-IF
               END-PERFORM
           END-IF.
           IF flag-precio = 0
               ADD 1 TO cant-precio-catalogo
               PERFORM 400-PRECIO-VIGENTE
           END-IF.
      *
       500-ACUMULAR.
           IF w-fecha-mes >= w-mes-desde AND
               w-fecha-mes <= w-mes-hasta
               ADD w-cant TO va-unidades(w-art)
               ADD w-ingreso TO va-ingreso(w-art)
               ADD w-costo TO va-costo-vta(w-art)
               ADD w-ingreso TO tot-ingreso
               ADD w-costo TO tot-costo
               PERFORM 510-ACUMULAR-CLIENTE
               PERFORM 520-ACUMULAR-MES
           END-IF.
      *
       510-ACUMULAR-CLIENTE.
           MOVE 0 TO idx-c.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tcl
               IF tcl-cod(i) = w-cliente
                   MOVE i TO idx-c
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF idx-c = 0 AND cant-tcl < 300
               ADD 1 TO cant-tcl
               MOVE cant-tcl TO idx-c
               MOVE w-cliente TO tcl-cod(idx-c)
               MOVE "(NO EN MAESTRO)" TO tcl-nombre(idx-c)
               MOVE 0 TO tcl-ingreso(idx-c)
               MOVE 0 TO tcl-costo(idx-c)
           END-IF.
           IF idx-c > 0
               ADD w-ingreso TO tcl-ingreso(idx-c)
               ADD w-costo TO tcl-costo(idx-c)
           END-IF.
      *
      *    Los meses quedan ordenados al insertarlos en su lugar.
       520-ACUMULAR-MES.
           MOVE 0 TO idx-m.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tme
               IF tme-mes(i) >= w-fecha-mes
                   MOVE i TO idx-m
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF idx-m = 0
               IF cant-tme < 120
                   ADD 1 TO cant-tme
                   MOVE cant-tme TO idx-m
                   MOVE w-fecha-mes TO tme-mes(idx-m)
                   MOVE 0 TO tme-ingreso(idx-m)
                   MOVE 0 TO tme-costo(idx-m)
               END-IF
           ELSE
               IF tme-mes(idx-m) NOT = w-fecha-mes
                   IF cant-tme < 120
                       PERFORM VARYING i FROM cant-tme BY -1
                               UNTIL i < idx-m
                           MOVE tme-item(i) TO tme-item(i + 1)
                       END-PERFORM
                       ADD 1 TO cant-tme
                       MOVE w-fecha-mes TO tme-mes(idx-m)
                       MOVE 0 TO tme-ingreso(idx-m)
                       MOVE 0 TO tme-costo(idx-m)
                   ELSE
                       MOVE 0 TO idx-m
                   END-IF
               END-IF
           END-IF.
           IF idx-m > 0
               ADD w-ingreso TO tme-ingreso(idx-m)
               ADD w-costo TO tme-costo(idx-m)
           END-IF.
      *
       600-REPORTE.
           OPEN OUTPUT REPORTE.
           MOVE SPACES TO rep-linea.
           STRING "MARGEN BRUTO - MESES " DELIMITED BY SIZE
                  w-mes-desde             DELIMITED BY SIZE
                  " A "                   DELIMITED BY SIZE
                  w-mes-hasta             DELIMITED BY SIZE
                  INTO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "POR ARTICULO" TO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-mar-enc.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 999
               IF va-ingreso(i) NOT = 0 OR va-costo-vta(i) NOT = 0
                   MOVE SPACES TO l-mar-cod
                   MOVE i(2:3) TO l-mar-cod
                   MOVE va-nombre(i) TO l-mar-nombre
                   MOVE va-ingreso(i) TO w-ingreso
                   MOVE va-costo-vta(i) TO w-costo
                   PERFORM 650-LINEA-MARGEN
               END-IF
           END-PERFORM.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "POR CLIENTE" TO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-mar-enc.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tcl
               IF tcl-ingreso(i) NOT = 0 OR tcl-costo(i) NOT = 0
                   MOVE SPACES TO l-mar-cod
                   MOVE tcl-cod(i) TO l-mar-cod
                   MOVE tcl-nombre(i) TO l-mar-nombre
                   MOVE tcl-ingreso(i) TO w-ingreso
                   MOVE tcl-costo(i) TO w-costo
                   PERFORM 650-LINEA-MARGEN
               END-IF
           END-PERFORM.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "POR MES" TO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-mar-enc.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tme
               MOVE tme-mes(i) TO l-mar-cod
               MOVE SPACES TO l-mar-nombre
               MOVE tme-ingreso(i) TO w-ingreso
               MOVE tme-costo(i) TO w-costo
               PERFORM 650-LINEA-MARGEN
           END-PERFORM.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "TOTAL" TO l-mar-cod.
           MOVE SPACES TO l-mar-nombre.
           MOVE tot-ingreso TO w-ingreso.
           MOVE tot-costo TO w-costo.
           PERFORM 650-LINEA-MARGEN.
           CLOSE REPORTE.
      *
       650-LINEA-MARGEN.
           COMPUTE w-margen = w-ingreso - w-costo.
           IF w-ingreso NOT = 0
               COMPUTE w-pct ROUNDED = w-margen * 100 / w-ingreso
           ELSE
               MOVE 0 TO w-pct
           END-IF.
           MOVE w-ingreso TO l-mar-ingreso.
           MOVE w-costo TO l-mar-costo.
           MOVE w-margen TO l-mar-margen.
           MOVE w-pct TO l-mar-pct.
           WRITE rep-linea FROM lin-mar.
       END PROGRAM MARGEN-BRUTO.
