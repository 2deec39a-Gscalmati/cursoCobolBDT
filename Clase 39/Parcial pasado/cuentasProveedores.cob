      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTAS-PROVEEDORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVEEDORES ASSIGN TO "..\proveedores.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS prov-fileStatus.
           SELECT ORDENES ASSIGN TO "..\ordenesCompra.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS oc-fileStatus.
           SELECT FACTURAS-PROV ASSIGN TO "..\facturasProveedor.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS fpr-fileStatus.
           SELECT ORDENES-PAGO ASSIGN TO "..\ordenesPago.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS opa-fileStatus.
           SELECT FORMULARIOS ASSIGN TO "..\ordenPagoImpresion.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT CTACTE ASSIGN TO "..\ctaCteProveedor.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT AGING ASSIGN TO "..\agingProveedores.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT CHEQUES ASSIGN TO "..\chequesCartera.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS chq-fileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  PROVEEDORES.
       01  prov-reg.
           03 prov-cod             pic 999.
           03 prov-nombre          pic x(20).
           03 prov-dias-entrega    pic 99.
           03 prov-articulos.
               05 prov-art         pic 999 OCCURS 10 TIMES.
      *    Plazo de pago en dias desde la entrega; en blanco en
      *    los maestros viejos (se toma 30).
           03 prov-dias-pago       pic 999.
       FD  ORDENES.
       01  oc-reg.
           03 oc-proveedor         pic 999.
           03 oc-articulo          pic 999.
           03 oc-cantidad          pic 9(5).
           03 oc-fecha             pic 9(8).
           03 oc-recibido          pic 9(5).
           03 oc-estado            pic x.
      *    Factura de proveedor: cabecera "C" y un detalle "D" por
      *    articulo, con la orden de compra (proveedor, articulo y
      *    fecha) a la que corresponde. Estado "A" aprobada para
      *    pago, "R" retenida por no coincidir pedido, recibido y
      *    facturado, "P" pagada.
       FD  FACTURAS-PROV.
       01  fpr-reg-cab.
           03 fpr-cab-tiporeg      pic X.
           03 fpr-cab-proveedor    pic 999.
           03 fpr-cab-factura      pic 9(12).
           03 fpr-cab-fecha        pic 9(8).
           03 fpr-cab-neto         pic 9(9)v99.
           03 fpr-cab-iva          pic 9(8)v99.
           03 fpr-cab-total        pic 9(9)v99.
           03 fpr-cab-vto          pic 9(8).
           03 fpr-cab-estado       pic X.
           03 fpr-cab-motivo       pic x(30).
       01  fpr-reg-det.
           03 fpr-det-tiporeg      pic X.
           03 fpr-det-art          pic 999.
           03 fpr-det-oc-fecha     pic 9(8).
           03 fpr-det-cant         pic 9(5).
           03 fpr-det-precio       pic 9(6)v99.
      *    Orden de pago: cabecera "C" y un detalle "D" por factura
      *    que cancela, total o parcialmente.
       FD  ORDENES-PAGO.
       01  opa-reg-cab.
           03 opa-cab-tiporeg      pic X.
           03 opa-cab-nro          pic 9(6).
           03 opa-cab-proveedor    pic 999.
           03 opa-cab-fecha        pic 9(8).
           03 opa-cab-total        pic 9(9)v99.
       01  opa-reg-det.
           03 opa-det-tiporeg      pic X.
           03 opa-det-factura      pic 9(12).
           03 opa-det-importe      pic 9(9)v99.
       FD  FORMULARIOS.
       01  form-linea pic x(80).
       FD  CTACTE.
       01  cta-linea pic x(100).
       FD  AGING.
       01  agi-linea pic x(100).
      *    Cheques de clientes en cartera: los "C" se pueden endosar
      *    al proveedor como parte de una orden de pago.
       FD  CHEQUES.
       01  chq-reg.
           03 chq-banco            pic 999.
           03 chq-numero           pic 9(8).
           03 chq-librador         pic x(20).
           03 chq-cliente          pic 9(4).
           03 chq-factura          pic 9(8).
           03 chq-importe          pic 9(9)v99.
           03 chq-fecha-recibido   pic 9(8).
           03 chq-fecha-pago       pic 9(8).
           03 chq-estado           pic X.
           03 chq-fecha-estado     pic 9(8).
           03 chq-proveedor        pic 999.
           03 chq-orden-pago       pic 9(6).

       WORKING-STORAGE SECTION.
       77  prov-fileStatus         pic XX.
       77  oc-fileStatus           pic XX.
       77  fpr-fileStatus          pic XX.
       77  opa-fileStatus          pic XX.
       77  chq-fileStatus          pic XX.
       77  flagLeido               pic X.
       01  opc-menu pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-proveedor pic 999.
       01  w-factura pic 9(12).
       01  w-fecha pic 9(8).
       01  w-art pic 999.
       01  w-oc-fecha pic 9(8).
       01  w-cant pic 9(5).
       01  w-precio pic 9(6)v99.
       01  w-iva pic 9(8)v99.
       01  w-importe pic 9(9)v99.
       01  w-saldo-item pic s9(9)v99.
       01  w-saldo-cta pic s9(11)v99.
       01  w-facturado pic 9(7).
       01  w-motivo pic x(30).
       01  w-base-vto pic 9(8).
       01  w-dias pic s9(5).
       01  w-confirma pic x.
       01  w-op-nro pic 9(6).
       01  flag-prov-ok pic 9.
       01  flag-ya-existe pic 9.
       01  i pic 9(4).
       01  j pic 9(4).
       01  k pic 9(4).
       01  idx-p pic 99.
       01  idx-f pic 9(4).
       01  idx-oc pic 9(4).
       01  idx-d pic 9(4).
       01  cant-retenidas pic 9(4) value 0.
       01  cant-liberadas pic 9(4) value 0.
       01  tot-a-vencer pic 9(11)v99 value 0.
       01  tot-030 pic 9(11)v99 value 0.
       01  tot-3160 pic 9(11)v99 value 0.
       01  tot-6190 pic 9(11)v99 value 0.
       01  tot-mas90 pic 9(11)v99 value 0.

       01  tabla-proveedores.
           03 tpr-item OCCURS 50 TIMES.
               05 tpr-cod          pic 999.
               05 tpr-nombre       pic x(20).
               05 tpr-dias         pic 99.
               05 tpr-dias-pago    pic 999.
       01  cant-proveedores pic 99 value 0.

       01  tabla-ordenes.
           03 toc-item OCCURS 500 TIMES.
               05 toc-proveedor    pic 999.
               05 toc-articulo     pic 999.
               05 toc-cantidad     pic 9(5).
               05 toc-fecha        pic 9(8).
               05 toc-recibido     pic 9(5).
               05 toc-estado       pic x.
       01  cant-ordenes pic 9(4) value 0.

      *    Facturas con lo pagado hasta ahora; sus detalles quedan
      *    en tabla-detalle desde tf-det-desde, tf-det-cant lineas.
       01  tabla-facturas.
           03 tf-item OCCURS 500 TIMES.
               05 tf-proveedor     pic 999.
               05 tf-factura       pic 9(12).
               05 tf-fecha         pic 9(8).
               05 tf-neto          pic 9(9)v99.
               05 tf-iva           pic 9(8)v99.
               05 tf-total         pic 9(9)v99.
               05 tf-vto           pic 9(8).
               05 tf-estado        pic x.
               05 tf-motivo        pic x(30).
               05 tf-pagado        pic 9(9)v99.
               05 tf-det-desde     pic 9(4).
               05 tf-det-cant      pic 99.
               05 tf-listado       pic x.
       01  cant-tf pic 9(4) value 0.
       01  cant-tf-leidas pic 9(4) value 0.

       01  tabla-detalle.
           03 td-item OCCURS 3000 TIMES.
               05 td-art           pic 999.
               05 td-oc-fecha      pic 9(8).
               05 td-cant          pic 9(5).
               05 td-precio        pic 9(6)v99.
       01  cant-td pic 9(4) value 0.

       01  tabla-ordenes-pago.
           03 top-item OCCURS 500 TIMES.
               05 top-nro          pic 9(6).
               05 top-proveedor    pic 999.
               05 top-fecha        pic 9(8).
               05 top-total        pic 9(9)v99.
               05 top-listado      pic x.
       01  cant-top pic 9(4) value 0.

      *    Facturas elegidas para la orden de pago en curso.
       01  tabla-a-pagar.
           03 tap-item OCCURS 20 TIMES.
               05 tap-idx          pic 9(4).
               05 tap-importe      pic 9(9)v99.
       01  cant-tap pic 99 value 0.

      *    Cartera de cheques y los elegidos para endosar en la orden.
       01  tabla-cheques.
           03 tch-item OCCURS 2000 TIMES.
               05 tch-reg          pic x(88).
               05 tch-endosar      pic x.
       01  cant-tch pic 9(4) value 0.
       01  w-banco pic 999.
       01  w-numero pic 9(8).
       01  w-endosado pic 9(9)v99.
       01  cant-endosos pic 99 value 0.
       01  idx-ch pic 9(4).

       01  lin-form-titulo.
           03 filler pic x(17) value "ORDEN DE PAGO NRO".
           03 filler pic x value space.
           03 l-form-nro pic 9(6).
           03 filler pic x(4) value " - ".
           03 l-form-fecha pic 9(8).
       01  lin-form-prov.
           03 filler pic x(11) value "PROVEEDOR: ".
           03 l-form-prov-cod pic 999.
           03 filler pic x(3) value " - ".
           03 l-form-prov-nom pic x(20).
       01  lin-form-det.
           03 filler pic x(11) value "  FACTURA ".
           03 l-form-factura pic 9(12).
           03 filler pic x(11) value "  IMPORTE ".
           03 l-form-importe pic zzz.zzz.zz9,99.
       01  lin-form-total.
           03 filler pic x(34) value "  TOTAL A PAGAR".
           03 l-form-total pic zzz.zzz.zz9,99.
       01  lin-form-cheque.
           03 filler pic x(18) value "  CHEQUE ENDOSADO ".
           03 l-form-banco pic 999.
           03 filler pic x value "-".
           03 l-form-cheque pic 9(8).
           03 filler pic x(4) value spaces.
           03 l-form-chq-importe pic zzz.zzz.zz9,99.
       01  lin-form-resto.
           03 filler pic x(34) value "  RESTO A PAGAR".
           03 l-form-resto pic zzz.zzz.zz9,99.

       01  lin-cta.
           03 l-cta-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-cta-comprobante pic x(14).
           03 l-cta-nro pic 9(12).
           03 filler pic x(2) value spaces.
           03 l-cta-debe pic zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-cta-haber pic zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-cta-saldo pic ---.---.--9,99.
           03 filler pic x(2) value spaces.
           03 l-cta-estado pic x(10).

       01  lin-agi.
           03 filler pic x(2) value spaces.
           03 l-agi-factura pic 9(12).
           03 filler pic x(2) value spaces.
           03 l-agi-vto pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-agi-saldo pic zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-agi-dias pic ----9.
           03 filler pic x(2) value spaces.
           03 l-agi-banda pic x(10).
           03 filler pic x(2) value spaces.
           03 l-agi-retenida pic x(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Cuentas a pagar - proveedores".
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           MOVE 9 TO opc-menu.
           PERFORM UNTIL opc-menu = 0
               DISPLAY "1 - Registrar factura de proveedor"
               DISPLAY "2 - Reverificar facturas retenidas"
               DISPLAY "3 - Orden de pago"
               DISPLAY "4 - Cuenta corriente de un proveedor"
               DISPLAY "5 - Aging de cuentas a pagar por vencimiento"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               EVALUATE opc-menu
                   WHEN 1
                       PERFORM 200-REGISTRAR-FACTURA
                   WHEN 2
                       PERFORM 300-REVERIFICAR-RETENIDAS
                   WHEN 3
                       PERFORM 500-ORDEN-DE-PAGO
                   WHEN 4
                       PERFORM 600-CUENTA-CORRIENTE
                   WHEN 5
                       PERFORM 700-AGING
               END-EVALUATE
           END-PERFORM.
           GOBACK.
      *
      *    Cada opcion trabaja sobre una foto fresca de los archivos:
      *    las recepciones pueden haber cerrado ordenes entre una y
      *    otra.
       100-CARGAR-TODO.
           PERFORM 110-CARGAR-PROVEEDORES.
           PERFORM 120-CARGAR-ORDENES.
           PERFORM 130-CARGAR-FACTURAS.
           PERFORM 140-CARGAR-ORDENES-PAGO.
      *
       110-CARGAR-PROVEEDORES.
           MOVE 0 TO cant-proveedores.
           OPEN INPUT PROVEEDORES.
           IF prov-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ PROVEEDORES AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-proveedores < 50
                           ADD 1 TO cant-proveedores
                           MOVE prov-cod TO tpr-cod(cant-proveedores)
                           MOVE prov-nombre
                               TO tpr-nombre(cant-proveedores)
                           MOVE prov-dias-entrega
                               TO tpr-dias(cant-proveedores)
                           IF prov-dias-pago IS NUMERIC
                               MOVE prov-dias-pago
                                   TO tpr-dias-pago(cant-proveedores)
                           ELSE
                               MOVE 30
                                   TO tpr-dias-pago(cant-proveedores)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVEEDORES
           ELSE
               DISPLAY "Falta el maestro proveedores.txt"
           END-IF.
      *
       120-CARGAR-ORDENES.
           MOVE 0 TO cant-ordenes.
           OPEN INPUT ORDENES.
           IF oc-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ ORDENES AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-ordenes < 500
                           ADD 1 TO cant-ordenes
                           MOVE oc-proveedor
                               TO toc-proveedor(cant-ordenes)
                           MOVE oc-articulo
                               TO toc-articulo(cant-ordenes)
                           MOVE oc-cantidad
                               TO toc-cantidad(cant-ordenes)
                           MOVE oc-fecha TO toc-fecha(cant-ordenes)
                           MOVE oc-recibido
                               TO toc-recibido(cant-ordenes)
                           MOVE oc-estado TO toc-estado(cant-ordenes)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDENES
           END-IF.
      *
       130-CARGAR-FACTURAS.
           MOVE 0 TO cant-tf.
           MOVE 0 TO cant-td.
           OPEN INPUT FACTURAS-PROV.
           IF fpr-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ FACTURAS-PROV AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF fpr-cab-tiporeg = "C"
                           PERFORM 135-AGREGAR-CABECERA
                       ELSE
                           IF cant-tf > 0 AND cant-td < 3000
                               ADD 1 TO cant-td
                               MOVE fpr-det-art TO td-art(cant-td)
                               MOVE fpr-det-oc-fecha
                                   TO td-oc-fecha(cant-td)
                               MOVE fpr-det-cant TO td-cant(cant-td)
                               MOVE fpr-det-precio
                                   TO td-precio(cant-td)
                               ADD 1 TO tf-det-cant(cant-tf)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS-PROV
           END-IF.
           MOVE cant-tf TO cant-tf-leidas.
      *
       135-AGREGAR-CABECERA.
           IF cant-tf < 500
               ADD 1 TO cant-tf
               MOVE fpr-cab-proveedor TO tf-proveedor(cant-tf)
               MOVE fpr-cab-factura TO tf-factura(cant-tf)
               MOVE fpr-cab-fecha TO tf-fecha(cant-tf)
               MOVE fpr-cab-neto TO tf-neto(cant-tf)
               MOVE fpr-cab-iva TO tf-iva(cant-tf)
               MOVE fpr-cab-total TO tf-total(cant-tf)
               MOVE fpr-cab-vto TO tf-vto(cant-tf)
               MOVE fpr-cab-estado TO tf-estado(cant-tf)
               MOVE fpr-cab-motivo TO tf-motivo(cant-tf)
               MOVE 0 TO tf-pagado(cant-tf)
               COMPUTE tf-det-desde(cant-tf) = cant-td + 1
               MOVE 0 TO tf-det-cant(cant-tf)
           END-IF.
      *
      *    Lo pagado de cada factura sale de los detalles de las
      *    ordenes de pago del mismo proveedor.
       140-CARGAR-ORDENES-PAGO.
           MOVE 0 TO cant-top.
           MOVE 0 TO w-op-nro.
           OPEN INPUT ORDENES-PAGO.
           IF opa-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ ORDENES-PAGO AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF opa-cab-tiporeg = "C"
                           MOVE opa-cab-proveedor TO w-proveedor
                           IF opa-cab-nro > w-op-nro
                               MOVE opa-cab-nro TO w-op-nro
                           END-IF
                           IF cant-top < 500
                               ADD 1 TO cant-top
                               MOVE opa-cab-nro TO top-nro(cant-top)
                               MOVE opa-cab-proveedor
                                   TO top-proveedor(cant-top)
                               MOVE opa-cab-fecha
                                   TO top-fecha(cant-top)
                               MOVE opa-cab-total
                                   TO top-total(cant-top)
                           END-IF
                       ELSE
                           MOVE opa-det-factura TO w-factura
                           PERFORM 150-UBICAR-FACTURA
                           IF idx-f > 0
                               ADD opa-det-importe TO tf-pagado(idx-f)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDENES-PAGO
           END-IF.
      *
       150-UBICAR-FACTURA.
           MOVE 0 TO idx-f.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tf
               IF tf-proveedor(i) = w-proveedor AND
                   tf-factura(i) = w-factura
                   MOVE i TO idx-f
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       160-UBICAR-PROVEEDOR.
           MOVE 0 TO flag-prov-ok.
           MOVE 0 TO idx-p.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-proveedores
               IF tpr-cod(i) = w-proveedor
                   MOVE 1 TO flag-prov-ok
                   MOVE i TO idx-p
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       170-UBICAR-ORDEN.
           MOVE 0 TO idx-oc.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-ordenes
               IF toc-proveedor(i) = w-proveedor AND
                   toc-articulo(i) = w-art AND
                   toc-fecha(i) = w-oc-fecha
                   MOVE i TO idx-oc
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    Alta de la factura con sus renglones contra las ordenes
      *    del proveedor. Queda aprobada o retenida segun el control
      *    de tres vias.
       200-REGISTRAR-FACTURA.
           PERFORM 100-CARGAR-TODO.
           DISPLAY "Codigo de proveedor:".
           ACCEPT w-proveedor.
           PERFORM 160-UBICAR-PROVEEDOR.
           IF flag-prov-ok = 0
               DISPLAY "Proveedor inexistente"
           ELSE
               DISPLAY "Numero de factura (punto de venta y numero):"
               ACCEPT w-factura
               PERFORM 150-UBICAR-FACTURA
               IF idx-f > 0 OR w-factura = 0
                   DISPLAY "Factura ya registrada o numero invalido"
               ELSE
                   IF cant-tf >= 500
                       DISPLAY "Tabla de facturas llena - no se "
                           "registra"
                   ELSE
                       PERFORM 210-CARGAR-RENGLONES
                   END-IF
               END-IF
           END-IF.
      *
       210-CARGAR-RENGLONES.
           DISPLAY "Fecha de la factura AAAAMMDD (0 = hoy):".
           ACCEPT w-fecha.
           IF w-fecha = 0
               MOVE w-fecha-hoy TO w-fecha
           END-IF.
           ADD 1 TO cant-tf.
           MOVE w-proveedor TO tf-proveedor(cant-tf).
           MOVE w-factura TO tf-factura(cant-tf).
           MOVE w-fecha TO tf-fecha(cant-tf).
           MOVE 0 TO tf-neto(cant-tf) tf-iva(cant-tf)
               tf-pagado(cant-tf).
           COMPUTE tf-det-desde(cant-tf) = cant-td + 1.
           MOVE 0 TO tf-det-cant(cant-tf).
           PERFORM 220-MOSTRAR-ORDENES.
           MOVE 1 TO w-art.
           PERFORM UNTIL w-art = 0
               DISPLAY "Articulo (0 = fin de la factura):"
               ACCEPT w-art
               IF w-art NOT = 0
                   PERFORM 230-CARGAR-RENGLON
               END-IF
           END-PERFORM.
           IF tf-det-cant(cant-tf) = 0
               DISPLAY "Factura sin renglones - no se registra"
               SUBTRACT 1 FROM cant-tf
           ELSE
               DISPLAY "Neto de la factura: ", tf-neto(cant-tf)
               DISPLAY "Importe de IVA facturado:"
               ACCEPT w-iva
               MOVE w-iva TO tf-iva(cant-tf)
               COMPUTE tf-total(cant-tf) =
                   tf-neto(cant-tf) + tf-iva(cant-tf)
               MOVE cant-tf TO idx-f
               PERFORM 400-CONTROL-TRES-VIAS
               PERFORM 450-CALCULAR-VENCIMIENTO
               PERFORM 240-GRABAR-FACTURA
               IF tf-estado(cant-tf) = "R"
                   DISPLAY "FACTURA RETENIDA: ", tf-motivo(cant-tf)
               ELSE
                   DISPLAY "Factura aprobada para pago, vence el ",
                       tf-vto(cant-tf)
               END-IF
           END-IF.
      *
       220-MOSTRAR-ORDENES.
           DISPLAY "Ordenes de compra del proveedor:".
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-ordenes
               IF toc-proveedor(i) = w-proveedor
                   DISPLAY "  articulo ", toc-articulo(i),
                       " fecha ", toc-fecha(i),
                       " pedido ", toc-cantidad(i),
                       " recibido ", toc-recibido(i),
                       " estado ", toc-estado(i)
               END-IF
           END-PERFORM.
      *
       230-CARGAR-RENGLON.
           IF cant-td >= 3000
               DISPLAY "Tabla de renglones llena"
               MOVE 0 TO w-art
           ELSE
               DISPLAY "Fecha de la orden de compra AAAAMMDD:"
               ACCEPT w-oc-fecha
               DISPLAY "Cantidad facturada:"
               ACCEPT w-cant
               DISPLAY "Precio unitario:"
               ACCEPT w-precio
               IF w-cant = 0
                   DISPLAY "Cantidad en cero - renglon ignorado"
               ELSE
                   ADD 1 TO cant-td
                   MOVE w-art TO td-art(cant-td)
                   MOVE w-oc-fecha TO td-oc-fecha(cant-td)
                   MOVE w-cant TO td-cant(cant-td)
                   MOVE w-precio TO td-precio(cant-td)
                   ADD 1 TO tf-det-cant(cant-tf)
                   COMPUTE tf-neto(cant-tf) =
                       tf-neto(cant-tf) + (w-cant * w-precio)
               END-IF
           END-IF.
      *
       240-GRABAR-FACTURA.
           OPEN EXTEND FACTURAS-PROV.
           IF fpr-fileStatus NOT = "00"
               OPEN OUTPUT FACTURAS-PROV
           END-IF.
           MOVE cant-tf TO idx-f.
           PERFORM 910-ESCRIBIR-FACTURA.
           CLOSE FACTURAS-PROV.
      *
      *    Las retenidas se vuelven a controlar, de la mas vieja a
      *    la mas nueva, contra las recepciones que llegaron desde
      *    entonces; las que coinciden pasan a aprobadas.
       300-REVERIFICAR-RETENIDAS.
           PERFORM 100-CARGAR-TODO.
           MOVE 0 TO cant-retenidas.
           MOVE 0 TO cant-liberadas.
           PERFORM VARYING idx-f FROM 1 BY 1 UNTIL idx-f > cant-tf
               IF tf-estado(idx-f) = "R"
                   ADD 1 TO cant-retenidas
                   PERFORM 400-CONTROL-TRES-VIAS
                   IF tf-estado(idx-f) = "A"
                       ADD 1 TO cant-liberadas
                       DISPLAY "Liberada: proveedor ",
                           tf-proveedor(idx-f), " factura ",
                           tf-factura(idx-f)
                   END-IF
               END-IF
           END-PERFORM.
           IF cant-liberadas > 0
               PERFORM 900-REGRABAR-FACTURAS
           END-IF.
           DISPLAY "Retenidas: ", cant-retenidas,
               " - liberadas: ", cant-liberadas.
      *
      *    Control de tres vias por renglon: la orden tiene que
      *    existir y lo facturado de esa orden (esta factura mas las
      *    aprobadas o pagadas) no puede superar lo recibido ni lo
      *    pedido. Un renglon que no cumple retiene toda la factura.
       400-CONTROL-TRES-VIAS.
           MOVE SPACES TO w-motivo.
           MOVE tf-proveedor(idx-f) TO w-proveedor.
           PERFORM VARYING j FROM tf-det-desde(idx-f) BY 1
                   UNTIL j > tf-det-desde(idx-f) + tf-det-cant(idx-f)
                   - 1 OR w-motivo NOT = SPACES
               MOVE td-art(j) TO w-art
               MOVE td-oc-fecha(j) TO w-oc-fecha
               PERFORM 170-UBICAR-ORDEN
               IF idx-oc = 0
                   STRING "ART " DELIMITED BY SIZE
                          w-art DELIMITED BY SIZE
                          " SIN ORDEN DE COMPRA" DELIMITED BY SIZE
                          INTO w-motivo
               ELSE
                   PERFORM 410-SUMAR-FACTURADO
                   EVALUATE TRUE
                       WHEN w-facturado > toc-cantidad(idx-oc)
                           STRING "ART " DELIMITED BY SIZE
                                  w-art DELIMITED BY SIZE
                                  " FACTURADO MAS QUE PEDIDO"
                                      DELIMITED BY SIZE
                                  INTO w-motivo
                       WHEN w-facturado > toc-recibido(idx-oc)
                           STRING "ART " DELIMITED BY SIZE
                                  w-art DELIMITED BY SIZE
                                  " FACTURADO MAS QUE RECIBIDO"
                                      DELIMITED BY SIZE
                                  INTO w-motivo
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF w-motivo = SPACES
               MOVE "A" TO tf-estado(idx-f)
           ELSE
               MOVE "R" TO tf-estado(idx-f)
           END-IF.
           MOVE w-motivo TO tf-motivo(idx-f).
      *
      *    Todo lo facturado contra la orden del renglon j: los
      *    renglones de esta factura y los de las demas facturas del
      *    proveedor que no estan retenidas.
       410-SUMAR-FACTURADO.
           MOVE 0 TO w-facturado.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > cant-tf
               IF tf-proveedor(k) = w-proveedor AND
                   (k = idx-f OR tf-estado(k) NOT = "R")
                   PERFORM VARYING idx-d FROM tf-det-desde(k) BY 1
                           UNTIL idx-d > tf-det-desde(k) +
                           tf-det-cant(k) - 1
                       IF td-art(idx-d) = w-art AND
                           td-oc-fecha(idx-d) = w-oc-fecha
                           ADD td-cant(idx-d) TO w-facturado
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *
      *    El plazo de pago corre desde la entrega: la fecha de la
      *    orden mas vieja de la factura mas los dias de entrega del
      *    proveedor, o la fecha de la factura si es posterior.
       450-CALCULAR-VENCIMIENTO.
           MOVE tf-proveedor(idx-f) TO w-proveedor.
           PERFORM 160-UBICAR-PROVEEDOR.
           MOVE tf-fecha(idx-f) TO w-base-vto.
           MOVE 99999999 TO w-oc-fecha.
           PERFORM VARYING j FROM tf-det-desde(idx-f) BY 1
                   UNTIL j > tf-det-desde(idx-f) + tf-det-cant(idx-f)
                   - 1
               IF td-oc-fecha(j) < w-oc-fecha
                   MOVE td-oc-fecha(j) TO w-oc-fecha
               END-IF
           END-PERFORM.
           IF idx-p > 0 AND w-oc-fecha NOT = 99999999 AND
               FUNCTION TEST-DATE-YYYYMMDD(w-oc-fecha) = 0
               COMPUTE w-fecha = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(w-oc-fecha) +
                   tpr-dias(idx-p))
               IF w-fecha > w-base-vto
                   MOVE w-fecha TO w-base-vto
               END-IF
           END-IF.
           IF idx-p > 0
               COMPUTE tf-vto(idx-f) = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(w-base-vto) +
                   tpr-dias-pago(idx-p))
           ELSE
               COMPUTE tf-vto(idx-f) = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(w-base-vto) + 30)
           END-IF.
      *
      *    Orden de pago: solo facturas aprobadas, por su saldo o
      *    una parte. La factura que queda en cero pasa a pagada.
       500-ORDEN-DE-PAGO.
           PERFORM 100-CARGAR-TODO.
           DISPLAY "Codigo de proveedor:".
           ACCEPT w-proveedor.
           PERFORM 160-UBICAR-PROVEEDOR.
           IF flag-prov-ok = 0
               DISPLAY "Proveedor inexistente"
           ELSE
               PERFORM 510-FACTURAS-PENDIENTES
               MOVE 0 TO cant-tap
               MOVE 0 TO w-importe
               MOVE 1 TO w-factura
               PERFORM UNTIL w-factura = 0 OR cant-tap = 20
                   DISPLAY "Factura a pagar (0 = fin):"
                   ACCEPT w-factura
                   IF w-factura NOT = 0
                       PERFORM 520-ELEGIR-FACTURA
                   END-IF
               END-PERFORM
               IF cant-tap = 0
                   DISPLAY "Orden de pago sin facturas - no se emite"
               ELSE
                   DISPLAY "Total de la orden: ", w-importe,
                       " - confirma? S/N"
                   ACCEPT w-confirma
                   IF w-confirma = "S" OR w-confirma = "s"
                       PERFORM 525-ENDOSAR-CHEQUES
                       PERFORM 530-GRABAR-ORDEN-PAGO
                   ELSE
                       DISPLAY "Orden de pago descartada"
                   END-IF
               END-IF
           END-IF.
      *
       510-FACTURAS-PENDIENTES.
           DISPLAY "Facturas impagas del proveedor:".
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tf
               IF tf-proveedor(i) = w-proveedor AND
                   tf-estado(i) NOT = "P"
                   COMPUTE w-saldo-item = tf-total(i) - tf-pagado(i)
                   IF tf-estado(i) = "R"
                       DISPLAY "  ", tf-factura(i), " vto ",
                           tf-vto(i), " saldo ", w-saldo-item,
                           " RETENIDA: ", tf-motivo(i)
                   ELSE
                       DISPLAY "  ", tf-factura(i), " vto ",
                           tf-vto(i), " saldo ", w-saldo-item
                   END-IF
               END-IF
           END-PERFORM.
      *
       520-ELEGIR-FACTURA.
           PERFORM 150-UBICAR-FACTURA.
           MOVE 0 TO flag-ya-existe.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tap
               IF tap-idx(i) = idx-f
                   MOVE 1 TO flag-ya-existe
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN idx-f = 0
                   DISPLAY "Factura inexistente para el proveedor"
               WHEN flag-ya-existe = 1
                   DISPLAY "La factura ya esta en esta orden"
               WHEN tf-estado(idx-f) = "R"
                   DISPLAY "Factura retenida - no se puede pagar: ",
                       tf-motivo(idx-f)
               WHEN tf-estado(idx-f) = "P"
                   DISPLAY "La factura ya esta pagada"
               WHEN OTHER
                   COMPUTE w-saldo-item =
                       tf-total(idx-f) - tf-pagado(idx-f)
                   DISPLAY "Saldo ", w-saldo-item,
                       ". Importe a pagar (0 = todo el saldo):"
                   ACCEPT w-precio
                   ADD 1 TO cant-tap
                   MOVE idx-f TO tap-idx(cant-tap)
                   IF w-precio = 0 OR w-precio > w-saldo-item
                       MOVE w-saldo-item TO tap-importe(cant-tap)
                   ELSE
                       MOVE w-precio TO tap-importe(cant-tap)
                   END-IF
                   ADD tap-importe(cant-tap) TO w-importe
           END-EVALUATE.
      *
      *    Parte de la orden se puede pagar endosando cheques de
      *    clientes que esten en cartera, sin pasarse del total.
       525-ENDOSAR-CHEQUES.
           MOVE 0 TO cant-endosos.
           MOVE 0 TO w-endosado.
           PERFORM 527-CARGAR-CHEQUES.
           DISPLAY "Paga con cheques de cartera? S/N".
           ACCEPT w-confirma.
           IF (w-confirma = "S" OR w-confirma = "s") AND cant-tch > 0
               MOVE 1 TO w-banco
               PERFORM UNTIL w-banco = 0 OR w-endosado >= w-importe
                   DISPLAY "Banco del cheque a endosar (0 = fin):"
                   ACCEPT w-banco
                   IF w-banco NOT = 0
                       DISPLAY "Numero de cheque:"
                       ACCEPT w-numero
                       PERFORM 528-ELEGIR-CHEQUE
                   END-IF
               END-PERFORM
           END-IF.
      *
       527-CARGAR-CHEQUES.
           MOVE 0 TO cant-tch.
           OPEN INPUT CHEQUES.
           IF chq-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ CHEQUES AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-tch < 2000
                           ADD 1 TO cant-tch
                           MOVE chq-reg TO tch-reg(cant-tch)
                           MOVE "n" TO tch-endosar(cant-tch)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUES
           END-IF.
      *
       528-ELEGIR-CHEQUE.
           MOVE 0 TO idx-ch.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tch
               MOVE tch-reg(i) TO chq-reg
               IF chq-banco = w-banco AND chq-numero = w-numero
                   MOVE i TO idx-ch
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN idx-ch = 0
                   DISPLAY "Cheque inexistente en la cartera"
               WHEN chq-estado NOT = "C"
                   DISPLAY "El cheque no esta en cartera (estado ",
                       chq-estado, ")"
               WHEN tch-endosar(idx-ch) = "s"
                   DISPLAY "El cheque ya esta en esta orden"
               WHEN w-endosado + chq-importe > w-importe
                   DISPLAY "El cheque de $", chq-importe,
                       " supera lo que resta pagar"
               WHEN OTHER
                   MOVE "s" TO tch-endosar(idx-ch)
                   ADD chq-importe TO w-endosado
                   ADD 1 TO cant-endosos
                   COMPUTE w-saldo-item = w-importe - w-endosado
                   DISPLAY "Endosado $", chq-importe, " - resta $",
                       w-saldo-item
           END-EVALUATE.
      *
       529-REGRABAR-CHEQUES.
           OPEN OUTPUT CHEQUES.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tch
               MOVE tch-reg(i) TO chq-reg
               IF tch-endosar(i) = "s"
                   MOVE "E" TO chq-estado
                   MOVE w-fecha-hoy TO chq-fecha-estado
                   MOVE w-proveedor TO chq-proveedor
                   MOVE w-op-nro TO chq-orden-pago
               END-IF
               WRITE chq-reg
           END-PERFORM.
           CLOSE CHEQUES.
      *
       530-GRABAR-ORDEN-PAGO.
           ADD 1 TO w-op-nro.
           OPEN EXTEND ORDENES-PAGO.
           IF opa-fileStatus NOT = "00"
               OPEN OUTPUT ORDENES-PAGO
           END-IF.
           MOVE "C" TO opa-cab-tiporeg.
           MOVE w-op-nro TO opa-cab-nro.
           MOVE w-proveedor TO opa-cab-proveedor.
           MOVE w-fecha-hoy TO opa-cab-fecha.
           MOVE w-importe TO opa-cab-total.
           WRITE opa-reg-cab.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tap
               MOVE tap-idx(i) TO idx-f
               MOVE "D" TO opa-det-tiporeg
               MOVE tf-factura(idx-f) TO opa-det-factura
               MOVE tap-importe(i) TO opa-det-importe
               WRITE opa-reg-det
               ADD tap-importe(i) TO tf-pagado(idx-f)
               IF tf-pagado(idx-f) >= tf-total(idx-f)
                   MOVE "P" TO tf-estado(idx-f)
               END-IF
           END-PERFORM.
           CLOSE ORDENES-PAGO.
           PERFORM 900-REGRABAR-FACTURAS.
           IF cant-endosos > 0
               PERFORM 529-REGRABAR-CHEQUES
           END-IF.
           PERFORM 540-IMPRIMIR-ORDEN-PAGO.
           DISPLAY "Orden de pago ", w-op-nro, " emitida - "
               "formulario en ..\ordenPagoImpresion.txt".
      *
       540-IMPRIMIR-ORDEN-PAGO.
           OPEN OUTPUT FORMULARIOS.
           MOVE w-op-nro TO l-form-nro.
           MOVE w-fecha-hoy TO l-form-fecha.
           WRITE form-linea FROM lin-form-titulo.
           MOVE w-proveedor TO l-form-prov-cod.
           MOVE tpr-nombre(idx-p) TO l-form-prov-nom.
           WRITE form-linea FROM lin-form-prov.
           MOVE SPACES TO form-linea.
           WRITE form-linea.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tap
               MOVE tap-idx(i) TO idx-f
               MOVE tf-factura(idx-f) TO l-form-factura
               MOVE tap-importe(i) TO l-form-importe
               WRITE form-linea FROM lin-form-det
           END-PERFORM.
           MOVE SPACES TO form-linea.
           WRITE form-linea.
           MOVE w-importe TO l-form-total.
           WRITE form-linea FROM lin-form-total.
           IF cant-endosos > 0
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tch
                   IF tch-endosar(i) = "s"
                       MOVE tch-reg(i) TO chq-reg
                       MOVE chq-banco TO l-form-banco
                       MOVE chq-numero TO l-form-cheque
                       MOVE chq-importe TO l-form-chq-importe
                       WRITE form-linea FROM lin-form-cheque
                   END-IF
               END-PERFORM
               COMPUTE l-form-resto = w-importe - w-endosado
               WRITE form-linea FROM lin-form-resto
           END-IF.
           MOVE SPACES TO form-linea.
           WRITE form-linea.
           MOVE "  FIRMA TESORERIA: ____________________"
               TO form-linea.
           WRITE form-linea.
           CLOSE FORMULARIOS.
      *
      *    Cuenta corriente: facturas al haber y ordenes de pago al
      *    debe, en orden de fecha, con el saldo que se le debe al
      *    proveedor.
       600-CUENTA-CORRIENTE.
           PERFORM 100-CARGAR-TODO.
           DISPLAY "Codigo de proveedor:".
           ACCEPT w-proveedor.
           PERFORM 160-UBICAR-PROVEEDOR.
           IF flag-prov-ok = 0
               DISPLAY "Proveedor inexistente"
           ELSE
               OPEN OUTPUT CTACTE
               MOVE SPACES TO cta-linea
               STRING "CUENTA CORRIENTE DEL PROVEEDOR "
                                         DELIMITED BY SIZE
                      w-proveedor        DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      tpr-nombre(idx-p)  DELIMITED BY SIZE
                      " AL "             DELIMITED BY SIZE
                      w-fecha-hoy        DELIMITED BY SIZE
                      INTO cta-linea
               WRITE cta-linea
               MOVE SPACES TO cta-linea
               WRITE cta-linea
               MOVE "FECHA     COMPROBANTE   NUMERO                "
                   TO cta-linea
               MOVE "  DEBE            HABER            SALDO"
                   TO cta-linea(47:)
               WRITE cta-linea
               MOVE 0 TO w-saldo-cta
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tf
                   MOVE "n" TO tf-listado(i)
               END-PERFORM
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-top
                   MOVE "n" TO top-listado(i)
               END-PERFORM
               PERFORM 610-PROXIMO-MOVIMIENTO
               PERFORM UNTIL idx-f = 0 AND idx-oc = 0
                   PERFORM 620-LINEA-CTACTE
                   PERFORM 610-PROXIMO-MOVIMIENTO
               END-PERFORM
               MOVE SPACES TO cta-linea
               WRITE cta-linea
               MOVE SPACES TO cta-linea
               STRING "SALDO A PAGAR AL PROVEEDOR: " DELIMITED BY SIZE
                      w-saldo-cta                    DELIMITED BY SIZE
                      INTO cta-linea
               WRITE cta-linea
               CLOSE CTACTE
               DISPLAY "Cuenta corriente en ..\ctaCteProveedor.txt"
           END-IF.
      *
      *    Factura (idx-f) y orden de pago (idx-oc) mas viejas sin
      *    listar; en la misma fecha va primero la factura.
       610-PROXIMO-MOVIMIENTO.
           MOVE 0 TO idx-f.
           MOVE 0 TO idx-oc.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tf
               IF tf-proveedor(i) = w-proveedor AND
                   tf-listado(i) = "n"
                   IF idx-f = 0
                       MOVE i TO idx-f
                   ELSE
                       IF tf-fecha(i) < tf-fecha(idx-f)
                           MOVE i TO idx-f
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-top
               IF top-proveedor(i) = w-proveedor AND
                   top-listado(i) = "n"
                   IF idx-oc = 0
                       MOVE i TO idx-oc
                   ELSE
                       IF top-fecha(i) < top-fecha(idx-oc)
                           MOVE i TO idx-oc
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF idx-f > 0 AND idx-oc > 0
               IF top-fecha(idx-oc) < tf-fecha(idx-f)
                   MOVE 0 TO idx-f
               ELSE
                   MOVE 0 TO idx-oc
               END-IF
           END-IF.
      *
       620-LINEA-CTACTE.
           MOVE 0 TO l-cta-debe.
           MOVE 0 TO l-cta-haber.
           MOVE SPACES TO l-cta-estado.
           IF idx-f > 0
               MOVE "s" TO tf-listado(idx-f)
               MOVE tf-fecha(idx-f) TO l-cta-fecha
               MOVE "FACTURA" TO l-cta-comprobante
               MOVE tf-factura(idx-f) TO l-cta-nro
               MOVE tf-total(idx-f) TO l-cta-haber
               ADD tf-total(idx-f) TO w-saldo-cta
               EVALUATE tf-estado(idx-f)
                   WHEN "R"
                       MOVE "RETENIDA" TO l-cta-estado
                   WHEN "P"
                       MOVE "PAGADA" TO l-cta-estado
               END-EVALUATE
           ELSE
               MOVE "s" TO top-listado(idx-oc)
               MOVE top-fecha(idx-oc) TO l-cta-fecha
               MOVE "ORDEN DE PAGO" TO l-cta-comprobante
               MOVE top-nro(idx-oc) TO l-cta-nro
               MOVE top-total(idx-oc) TO l-cta-debe
               SUBTRACT top-total(idx-oc) FROM w-saldo-cta
           END-IF.
           MOVE w-saldo-cta TO l-cta-saldo.
           WRITE cta-linea FROM lin-cta.
      *
      *    Aging por vencimiento de todo lo impago, por proveedor:
      *    a vencer y vencido hasta 30, 31-60, 61-90 y mas de 90
      *    dias. Las retenidas se listan marcadas.
       700-AGING.
           PERFORM 100-CARGAR-TODO.
           MOVE 0 TO tot-a-vencer tot-030 tot-3160 tot-6190 tot-mas90.
           OPEN OUTPUT AGING.
           MOVE SPACES TO agi-linea.
           STRING "CUENTAS A PAGAR POR VENCIMIENTO AL "
                                       DELIMITED BY SIZE
                  w-fecha-hoy          DELIMITED BY SIZE
                  INTO agi-linea.
           WRITE agi-linea.
           PERFORM VARYING idx-p FROM 1 BY 1
                   UNTIL idx-p > cant-proveedores
               MOVE 0 TO flag-ya-existe
               PERFORM VARYING idx-f FROM 1 BY 1 UNTIL idx-f > cant-tf
                   IF tf-proveedor(idx-f) = tpr-cod(idx-p) AND
                       tf-estado(idx-f) NOT = "P"
                       COMPUTE w-saldo-item =
                           tf-total(idx-f) - tf-pagado(idx-f)
                       IF w-saldo-item > 0
                           PERFORM 710-LINEA-Y-BANDA
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO agi-linea.
           WRITE agi-linea.
           MOVE SPACES TO agi-linea.
           STRING "A VENCER: "  DELIMITED BY SIZE
                  tot-a-vencer  DELIMITED BY SIZE
                  " VENCIDO HASTA 30: " DELIMITED BY SIZE
                  tot-030       DELIMITED BY SIZE
                  INTO agi-linea.
           WRITE agi-linea.
           MOVE SPACES TO agi-linea.
           STRING "31-60: "     DELIMITED BY SIZE
                  tot-3160      DELIMITED BY SIZE
                  " 61-90: "    DELIMITED BY SIZE
                  tot-6190      DELIMITED BY SIZE
                  " MAS DE 90: " DELIMITED BY SIZE
                  tot-mas90     DELIMITED BY SIZE
                  INTO agi-linea.
           WRITE agi-linea.
           CLOSE AGING.
           DISPLAY "Aging en ..\agingProveedores.txt".
      *
       710-LINEA-Y-BANDA.
           IF flag-ya-existe = 0
               MOVE 1 TO flag-ya-existe
               MOVE SPACES TO agi-linea
               WRITE agi-linea
               MOVE SPACES TO agi-linea
               STRING "PROVEEDOR "     DELIMITED BY SIZE
                      tpr-cod(idx-p)   DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      tpr-nombre(idx-p) DELIMITED BY SIZE
                      INTO agi-linea
               WRITE agi-linea
           END-IF.
           COMPUTE w-dias =
               FUNCTION INTEGER-OF-DATE(w-fecha-hoy) -
               FUNCTION INTEGER-OF-DATE(tf-vto(idx-f)).
           EVALUATE TRUE
               WHEN w-dias <= 0
                   ADD w-saldo-item TO tot-a-vencer
                   MOVE "A VENCER" TO l-agi-banda
               WHEN w-dias <= 30
                   ADD w-saldo-item TO tot-030
                   MOVE "1-30" TO l-agi-banda
               WHEN w-dias <= 60
                   ADD w-saldo-item TO tot-3160
                   MOVE "31-60" TO l-agi-banda
               WHEN w-dias <= 90
                   ADD w-saldo-item TO tot-6190
                   MOVE "61-90" TO l-agi-banda
               WHEN OTHER
                   ADD w-saldo-item TO tot-mas90
                   MOVE "MAS DE 90" TO l-agi-banda
           END-EVALUATE.
           MOVE tf-factura(idx-f) TO l-agi-factura.
           MOVE tf-vto(idx-f) TO l-agi-vto.
           MOVE w-saldo-item TO l-agi-saldo.
           MOVE w-dias TO l-agi-dias.
           IF tf-estado(idx-f) = "R"
               MOVE "RETENIDA" TO l-agi-retenida
           ELSE
               MOVE SPACES TO l-agi-retenida
           END-IF.
           WRITE agi-linea FROM lin-agi.
      *
       900-REGRABAR-FACTURAS.
           OPEN OUTPUT FACTURAS-PROV.
           PERFORM VARYING idx-f FROM 1 BY 1 UNTIL idx-f > cant-tf
               PERFORM 910-ESCRIBIR-FACTURA
           END-PERFORM.
           CLOSE FACTURAS-PROV.
      *
       910-ESCRIBIR-FACTURA.
           MOVE "C" TO fpr-cab-tiporeg.
           MOVE tf-proveedor(idx-f) TO fpr-cab-proveedor.
           MOVE tf-factura(idx-f) TO fpr-cab-factura.
           MOVE tf-fecha(idx-f) TO fpr-cab-fecha.
           MOVE tf-neto(idx-f) TO fpr-cab-neto.
           MOVE tf-iva(idx-f) TO fpr-cab-iva.
           MOVE tf-total(idx-f) TO fpr-cab-total.
           MOVE tf-vto(idx-f) TO fpr-cab-vto.
           MOVE tf-estado(idx-f) TO fpr-cab-estado.
           MOVE tf-motivo(idx-f) TO fpr-cab-motivo.
           WRITE fpr-reg-cab.
           PERFORM VARYING j FROM tf-det-desde(idx-f) BY 1
                   UNTIL j > tf-det-desde(idx-f) + tf-det-cant(idx-f)
                   - 1
               MOVE "D" TO fpr-det-tiporeg
               MOVE td-art(j) TO fpr-det-art
               MOVE td-oc-fecha(j) TO fpr-det-oc-fecha
               MOVE td-cant(j) TO fpr-det-cant
               MOVE td-precio(j) TO fpr-det-precio
               WRITE fpr-reg-det
           END-PERFORM.
       END PROGRAM CTAS-PROVEEDORES.
