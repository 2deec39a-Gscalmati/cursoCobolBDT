           SELECT CLIENTES ASSIGN TO "..\clientes.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cli-fileStatus.
           SELECT CAE-FACTURAS ASSIGN TO "..\caeFacturas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cae-fileStatus.
           SELECT DESC-FACTURADOS
               ASSIGN TO "..\descuentosFacturados.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS dfa-fileStatus.
           SELECT LIBRO ASSIGN TO w-nombre-libro
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
           03 fac_cab_neto         pic 9(9)v99.
           03 fac_cab_iva          pic 9(8)v99.
           03 fac_cab_total        pic 9(9)v99.
           03 fac_cab_vendedor     pic 999.
       01  fac_reg_det.
           03 fac_det_tiporeg      pic X.
           03 fac_det_art          pic 999.
           03 art_nombre           pic X(20).
           03 art_precio           pic 9(6)v99.
           03 art_alicuota         pic 99v99.
           03 art_familia          pic 99.
       FD  CLIENTES.
       01  cli-reg.
           03 cli-cod              pic 9(4).
           03 cli-cuit             pic 9(11).
           03 cli-categoria-iva    pic xx.
           03 cli-limite-credito   pic 9(7)v99.
           03 cli-lista            pic X.
           03 cli-vendedor         pic 999.
           03 cli-bloqueo          pic X.
       FD  CAE-FACTURAS.
       01  cae-reg.
           03 cae-tiporeg          pic X.
           03 cae-factura          pic 9(8).
           03 cae-fecha            pic 9(8).
           03 cae-estado           pic X.
           03 cae-codigo           pic 9(14).
           03 cae-vto              pic 9(8).
           03 cae-motivo           pic x(40).
           03 cae-fecha-sol        pic 9(8).
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
       FD  LIBRO.
      *    Renglon del libro IVA ventas en el formato fijo de la
      *    presentacion: fecha, comprobante, cliente, CUIT, neto,
      *    IVA, total y CAE con su vencimiento (ceros si la factura
      *    todavia no esta autorizada).
       01  lib-reg.
           03 lib-fecha pic 9(8).
           03 lib-factura pic 9(8).
           03 lib-neto pic 9(9)v99.
           03 lib-iva pic 9(8)v99.
           03 lib-total pic 9(9)v99.
           03 lib-cae pic 9(14).
           03 lib-cae-vto pic 9(8).
       01  lib-linea pic x(90).

       WORKING-STORAGE SECTION.
       77  fac-fileStatus          pic XX.
       77  art-fileStatus          pic XX.
       77  cli-fileStatus          pic XX.
       77  cae-fileStatus          pic XX.
       77  dfa-fileStatus          pic XX.
       77  flagLeido               pic X.
       01  w-nombre-libro pic x(36).
       01  w-periodo pic 9(6).
       01  w-cab-total pic 9(9)v99.
       01  w-cab-exenta pic 9.
       01  cant-renglones pic 9(5) value 0.
       01  cant-sin-cae pic 9(5) value 0.
       01  tot-neto pic 9(11)v99 value 0.
       01  tot-iva pic 9(10)v99 value 0.
       01  tot-total pic 9(11)v99 value 0.
               05 tpe-fecha        pic 9(8).
       01  cant-periodo pic 9(4) value 0.

       01  tabla-cae.
           03 tca-item OCCURS 3000 TIMES.
               05 tca-factura      pic 9(8).
               05 tca-codigo       pic 9(14).
               05 tca-vto          pic 9(8).
       01  cant-tca pic 9(4) value 0.

      *    Precios facturados de los renglones del periodo, en el
      *    orden en que se emitieron; cada uno se usa una sola vez
      *    por si un articulo se repite en la misma factura.
       01  tabla-precios-fac.
           03 tpf-item OCCURS 5000 TIMES.
               05 tpf-factura      pic 9(8).
               05 tpf-art          pic 999.
               05 tpf-precio       pic 9(6)v99.
               05 tpf-usado        pic 9.
       01  cant-tpf pic 9(4) value 0.
       01  idx-tpf pic 9(4).
       01  w-precio-linea pic 9(6)v99.

       01  tabla-clientes.
           03 tcl-item OCCURS 200 TIMES.
               05 tcl-cod          pic 9(4).
                  INTO w-nombre-libro.
           PERFORM 100-CARGAR-MAESTROS.
           PERFORM 200-FACTURAS-DEL-PERIODO.
           PERFORM 250-CARGAR-PRECIOS-FACTURADOS.
           PERFORM 300-RECORRER-FACTURAS.
           PERFORM 800-TOTALES.
           GOBACK.
               END-PERFORM
               CLOSE CLIENTES
           END-IF.
           OPEN INPUT CAE-FACTURAS.
           IF cae-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ CAE-FACTURAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cae-tiporeg = "C" AND cae-estado = "A" AND
                           cant-tca < 3000
                           ADD 1 TO cant-tca
                           MOVE cae-factura TO tca-factura(cant-tca)
                           MOVE cae-codigo TO tca-codigo(cant-tca)
                           MOVE cae-vto TO tca-vto(cant-tca)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CAE-FACTURAS
           END-IF.
      *
       200-FACTURAS-DEL-PERIODO.
           OPEN INPUT VENTAS.
               END-PERFORM
               CLOSE VENTAS
           END-IF.
      *
      *    descuentosFacturados.txt tiene un renglon por cada linea
      *    facturada con el precio cobrado; la fecha es la misma de
      *    ventas.txt.
       250-CARGAR-PRECIOS-FACTURADOS.
           OPEN INPUT DESC-FACTURADOS.
           IF dfa-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ DESC-FACTURADOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF dfa-fecha(1:6) = w-periodo AND
                           cant-tpf < 5000
                           ADD 1 TO cant-tpf
                           MOVE dfa-factura TO tpf-factura(cant-tpf)
                           MOVE dfa-art TO tpf-art(cant-tpf)
                           MOVE dfa-precio TO tpf-precio(cant-tpf)
                           MOVE 0 TO tpf-usado(cant-tpf)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DESC-FACTURADOS
           END-IF.
      *
       300-RECORRER-FACTURAS.
           OPEN OUTPUT LIBRO.
               MOVE fac_cab_neto TO lib-neto
               MOVE fac_cab_iva TO lib-iva
               MOVE fac_cab_total TO lib-total
               PERFORM 460-CAE-FACTURA
               WRITE lib-reg
               ADD fac_cab_neto TO tot-neto
               ADD fac_cab_iva TO tot-iva
               ADD fac_cab_total TO tot-total
               MOVE fac_cab_cliente TO w-cab-cliente
               MOVE fac_cab_factura TO w-cab-actual
           ELSE
               MOVE 0 TO w-factura-en-periodo
           END-IF.
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       460-CAE-FACTURA.
           MOVE 0 TO lib-cae.
           MOVE 0 TO lib-cae-vto.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tca
               IF tca-factura(i) = fac_cab_factura
                   MOVE tca-codigo(i) TO lib-cae
                   MOVE tca-vto(i) TO lib-cae-vto
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF lib-cae = 0
               ADD 1 TO cant-sin-cae
           END-IF.
      *
      *    La apertura por alicuota se rearma de los renglones de
      *    detalle con la alicuota de cada articulo y el precio
      *    facturado; las facturas a clientes exentos van enteras a
      *    la alicuota cero.
       500-ACUMULAR-ALICUOTA.
           IF fac_det_art < 1 OR fac_det_art > 999
               CONTINUE
           ELSE
               PERFORM 505-PRECIO-FACTURADO
               COMPUTE w-neto-linea =
                   fac_det_cant * w-precio-linea
               IF w-cab-exenta = 1
                   MOVE 0 TO w-iva-linea
                   PERFORM 510-SUMAR-ALICUOTA-CERO
                   PERFORM 520-SUMAR-ALICUOTA-ART
               END-IF
           END-IF.
      *
      *    Facturas emitidas antes de que existiera
      *    descuentosFacturados.txt: precio de catalogo.
       505-PRECIO-FACTURADO.
           MOVE precio-art(fac_det_art) TO w-precio-linea.
           PERFORM VARYING idx-tpf FROM 1 BY 1
                   UNTIL idx-tpf > cant-tpf
               IF tpf-usado(idx-tpf) = 0 AND
                   tpf-factura(idx-tpf) = w-cab-actual AND
                   tpf-art(idx-tpf) = fac_det_art
                   MOVE tpf-precio(idx-tpf) TO w-precio-linea
                   MOVE 1 TO tpf-usado(idx-tpf)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       510-SUMAR-ALICUOTA-CERO.
           MOVE 0 TO w-iva-linea.
           WRITE lib-linea.
           CLOSE LIBRO.
           DISPLAY "Renglones del libro: ", cant-renglones.
           DISPLAY "Facturas sin CAE: ", cant-sin-cae.
           DISPLAY "Libro en ", FUNCTION TRIM(w-nombre-libro).
       END PROGRAM LIBRO-IVA-VENTAS.
