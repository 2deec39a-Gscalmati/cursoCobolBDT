      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUPUESTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "..\clientes.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cli-fileStatus.
           SELECT ARTICULOS ASSIGN TO "..\articulos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS art-fileStatus.
           SELECT PRESUPUESTOS ASSIGN TO "..\presupuestos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS prs-fileStatus.
           SELECT CONTADOR ASSIGN TO "..\numeroPresupuesto.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS con-fileStatus.
           SELECT LISTADO ASSIGN TO ws-nombre-spool
               ORGANIZATION is line SEQUENTIAL.
           SELECT CATALOGO ASSIGN TO "..\catalogoReportes.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cat-fileStatus.
           SELECT REPORTE ASSIGN TO "..\presupuestosMensual.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT LISTAS ASSIGN TO "..\listasPrecios.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS lpr-fileStatus.
           SELECT DESCUENTOS ASSIGN TO "..\reglasDescuento.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS dsc-fileStatus.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ARTICULOS.
       01  art_reg.
           03 art_cod              pic 999.
           03 art_nombre           pic X(20).
           03 art_precio           pic 9(6)v99.
           03 art_alicuota         pic 99v99.
           03 art_familia          pic 99.
      *    Presupuestos: misma forma cabecera/detalle que facturas.
      *    Estado "A" abierto, "C" convertido en factura, "V"
      *    vencido, "R" rechazado.
       FD  PRESUPUESTOS.
       01  prs_reg_cab.
           03 prs_cab_tiporeg      pic X.
           03 prs_cab_presupuesto  pic 9(8).
           03 prs_cab_cliente      pic 9(4).
           03 prs_cab_vendedor     pic 999.
           03 prs_cab_fecha        pic 9(8).
           03 prs_cab_validez      pic 9(8).
           03 prs_cab_estado       pic X.
           03 prs_cab_neto         pic 9(9)v99.
           03 prs_cab_factura      pic 9(8).
       01  prs_reg_det.
           03 prs_det_tiporeg      pic X.
           03 prs_det_art          pic 999.
           03 prs_det_cant         pic 999.
           03 prs_det_precio       pic 9(6)v99.
           03 prs_det_lista        pic 9(6)v99.
           03 prs_det_dto          pic 99v99.
       01  prs-reg-linea           pic x(52).
       FD  CONTADOR.
       01  con-reg.
           03 con-ultimo-presupuesto pic 9(8).
       FD  LISTADO.
       01  lis-reg pic x(80).
       FD  CATALOGO.
       01  cat-reg.
           03 cat-fecha-hora pic x(14).
           03 cat-programa pic x(20).
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).
       FD  REPORTE.
       01  rep-linea pic x(90).
       FD  LISTAS.
       01  lpr-reg.
           03 lpr-lista            pic X.
           03 lpr-art              pic 999.
           03 lpr-precio           pic 9(6)v99.
       FD  DESCUENTOS.
       01  dsc-reg.
           03 dsc-tipo             pic X.
           03 dsc-lista            pic X.
           03 dsc-familia          pic 99.
           03 dsc-cant-desde       pic 999.
           03 dsc-cant-hasta       pic 999.
           03 dsc-porcentaje       pic 99v99.
           03 dsc-desde            pic 9(8).
           03 dsc-hasta            pic 9(8).

       WORKING-STORAGE SECTION.
       77  cli-fileStatus          pic XX.
       77  art-fileStatus          pic XX.
       77  prs-fileStatus          pic XX.
       77  con-fileStatus          pic XX.
       77  cat-fileStatus          pic XX.
       77  lpr-fileStatus          pic XX.
       77  dsc-fileStatus          pic XX.
       77  flagLeido               pic X.
       01  ws-nombre-spool pic x(40).
       01  ws-ts-spool pic x(14).
       01  opc-menu pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-cliente pic 9(4).
       01  w-cliente-nombre pic x(20).
       01  w-vendedor pic 999.
       01  w-dias-validez pic 999.
       01  w-articulo pic 999.
       01  w-cantidad pic 999.
       01  w-presupuesto pic 9(8).
       01  w-importe-linea pic 9(8)v99.
       01  w-neto pic 9(9)v99.
       01  w-confirma pic x.
       01  w-mes pic 9(6).
       01  w-fecha-aux pic 9(8).
       01  w-fecha-aux-r redefines w-fecha-aux.
           03 w-fecha-aux-mes      pic 9(6).
           03 filler               pic 99.
       01  flag-cli-ok pic 9.
       01  i pic 9(4).
       01  idx-cli pic 999.
       01  idx-prs pic 9(4).
       01  idx-tps pic 9(4).
       01  idx-r pic 9(4).
       01  cant-vencidos pic 9(4) value 0.

       01  vec-precios.
           03 precio-art           pic 9(6)v99 OCCURS 999 TIMES.
       01  vec-nombre-art.
           03 nom-art              pic x(20) OCCURS 999 TIMES.
       01  vec-art-existe.
           03 art-existe           pic 9 OCCURS 999 TIMES.
       01  vec-familias.
           03 fam-art              pic 99 OCCURS 999 TIMES.
       01  w-cliente-lista pic x.
       01  w-precio-lista pic 9(6)v99.
       01  w-pct pic 99v99.
       01  idx-lp pic 9(4).
       01  idx-ds pic 9(4).
       01  tabla-listas.
           03 tlp-item OCCURS 2000 TIMES.
               05 tlp-lista        pic x.
               05 tlp-art          pic 999.
               05 tlp-precio       pic 9(6)v99.
       01  cant-tlp pic 9(4) value 0.
       01  tabla-descuentos.
           03 tds-item OCCURS 200 TIMES.
               05 tds-tipo         pic x.
               05 tds-lista        pic x.
               05 tds-familia      pic 99.
               05 tds-cant-desde   pic 999.
               05 tds-cant-hasta   pic 999.
               05 tds-porcentaje   pic 99v99.
               05 tds-desde        pic 9(8).
               05 tds-hasta        pic 9(8).
       01  cant-tds pic 9(4) value 0.

       01  tabla-cli-maestro.
           03 tcm-item OCCURS 200 TIMES.
               05 tcm-cod          pic 9(4).
               05 tcm-nombre       pic x(20).
               05 tcm-lista        pic x.
       01  cant-cli-maestro pic 999 value 0.

       01  tabla-lineas.
           03 tl-item OCCURS 50 TIMES.
               05 tl-art           pic 999.
               05 tl-cant          pic 999.
               05 tl-precio        pic 9(6)v99.
               05 tl-lista         pic 9(6)v99.
               05 tl-pct           pic 99v99.
       01  cant-lineas pic 99 value 0.

      *    Presupuestos completos, para cambiar estados y regrabar.
       01  tabla-presupuestos.
           03 tps-linea            pic x(52) OCCURS 3000 TIMES.
       01  cant-tps pic 9(4) value 0.

      *    Resumen del mes por cliente ("C") y por vendedor ("V").
       01  tabla-resumen.
           03 tr-item OCCURS 400 TIMES.
               05 tr-tipo          pic x.
               05 tr-cod           pic 9(4).
               05 tr-emitidos      pic 9(5).
               05 tr-imp-emitido   pic 9(11)v99.
               05 tr-convertidos   pic 9(5).
               05 tr-imp-convert   pic 9(11)v99.
               05 tr-perdidos      pic 9(5).
               05 tr-imp-perdido   pic 9(11)v99.
               05 tr-abiertos      pic 9(5).
       01  cant-tr pic 9(4) value 0.
       01  w-tr-tipo pic x.
       01  w-tr-cod pic 9(4).

       01  lin-pre-titulo.
           03 filler pic x(15) value "PRESUPUESTO N. ".
           03 l-pre-nro pic 9(8).
           03 filler pic x(10) value "  FECHA: ".
           03 l-pre-fecha pic 9(8).
       01  lin-pre-validez.
           03 filler pic x(20) value "VALIDO HASTA EL DIA ".
           03 l-pre-validez pic 9(8).
           03 filler pic x(13) value "  VENDEDOR: ".
           03 l-pre-vendedor pic 999.
       01  lin-pre-cli.
           03 filler pic x(9) value "CLIENTE: ".
           03 l-pre-cli pic 9(4).
           03 filler pic x(3) value " - ".
           03 l-pre-cli-nom pic x(20).
       01  lin-pre-det.
           03 filler pic x(2) value spaces.
           03 l-det-art pic 999.
           03 filler pic x(3) value " - ".
           03 l-det-nom pic x(20).
           03 filler pic x(7) value " Cant: ".
           03 l-det-cant pic zz9.
           03 filler pic x(4) value " $ ".
           03 l-det-importe pic zz.zzz.zz9,99.
           03 filler pic x(3) value " L:".
           03 l-det-lista pic zzz.zz9,99.
           03 filler pic x(3) value " D:".
           03 l-det-dto pic z9,99.
           03 filler pic x value "%".
       01  lin-pre-total.
           03 filler pic x(32) value
               "TOTAL NETO DEL PRESUPUESTO $ ".
           03 l-pre-total pic zzz.zzz.zz9,99.
           03 filler pic x(11) value " + IVA".

       01  lin-res.
           03 filler pic x(2) value spaces.
           03 l-res-cod pic zzz9.
           03 filler pic x(2) value spaces.
           03 l-res-nombre pic x(20).
           03 l-res-emitidos pic zzzz9.
           03 filler pic x(2) value spaces.
           03 l-res-convertidos pic zzzz9.
           03 filler pic x(2) value spaces.
           03 l-res-perdidos pic zzzz9.
           03 filler pic x(2) value spaces.
           03 l-res-abiertos pic zzzz9.
           03 filler pic x(2) value spaces.
           03 l-res-imp-convert pic zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-res-tasa pic zz9.
           03 filler pic x value "%".
       01  lin-res-enc.
           03 filler pic x(28) value "  CODIGO  NOMBRE".
           03 filler pic x(28) value
               "EMIT  CONVER  PERDID  ABIERT".
           03 filler pic x(25) value "   $ CONVERTIDO  CONV%".
       01  w-tasa pic 999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Presupuestos de venta".
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 100-CARGAR-MAESTROS.
           MOVE 9 TO opc-menu.
           PERFORM UNTIL opc-menu = 0
               DISPLAY "1 - Nuevo presupuesto"
               DISPLAY "2 - Reimprimir presupuesto"
               DISPLAY "3 - Rechazo del cliente"
               DISPLAY "4 - Vencer presupuestos fuera de validez"
               DISPLAY "5 - Reporte mensual de presupuestos"
               DISPLAY "0 - Salir"
               DISPLAY "(la aceptacion se factura desde facturacion)"
               ACCEPT opc-menu
               EVALUATE opc-menu
                   WHEN 1
                       PERFORM 200-NUEVO-PRESUPUESTO
                   WHEN 2
                       PERFORM 500-REIMPRIMIR
                   WHEN 3
                       PERFORM 600-RECHAZAR
                   WHEN 4
                       PERFORM 650-VENCER
                   WHEN 5
                       PERFORM 700-REPORTE-MENSUAL
               END-EVALUATE
           END-PERFORM.
           GOBACK.
      *
       100-CARGAR-MAESTROS.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 999
               MOVE 0 TO precio-art(i)
               MOVE 0 TO art-existe(i)
               MOVE SPACES TO nom-art(i)
           END-PERFORM.
           OPEN INPUT ARTICULOS.
           IF art-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ ARTICULOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF art_cod >= 1 AND art_cod <= 999
                           MOVE art_precio TO precio-art(art_cod)
                           MOVE art_nombre TO nom-art(art_cod)
                           MOVE 1 TO art-existe(art_cod)
                           IF art_familia IS NUMERIC
                               MOVE art_familia TO fam-art(art_cod)
                           ELSE
                               MOVE 0 TO fam-art(art_cod)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ARTICULOS
           END-IF.
           OPEN INPUT CLIENTES.
           IF cli-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ CLIENTES AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-cli-maestro < 200
                           ADD 1 TO cant-cli-maestro
                           MOVE cli-cod TO tcm-cod(cant-cli-maestro)
                           MOVE cli-nombre
                               TO tcm-nombre(cant-cli-maestro)
                           IF cli-lista = "M" OR cli-lista = "E"
                               MOVE cli-lista
                                   TO tcm-lista(cant-cli-maestro)
                           ELSE
                               MOVE "R" TO tcm-lista(cant-cli-maestro)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           END-IF.
           OPEN INPUT LISTAS.
           IF lpr-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ LISTAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-tlp < 2000
                           ADD 1 TO cant-tlp
                           MOVE lpr-lista TO tlp-lista(cant-tlp)
                           MOVE lpr-art TO tlp-art(cant-tlp)
                           MOVE lpr-precio TO tlp-precio(cant-tlp)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTAS
           END-IF.
           OPEN INPUT DESCUENTOS.
           IF dsc-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ DESCUENTOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-tds < 200
                           ADD 1 TO cant-tds
                           MOVE dsc-reg TO tds-item(cant-tds)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DESCUENTOS
           END-IF.
      *
       150-CARGAR-PRESUPUESTOS.
           MOVE 0 TO cant-tps.
           MOVE 0 TO idx-prs.
           OPEN INPUT PRESUPUESTOS.
           IF prs-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ PRESUPUESTOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-tps < 3000
                           ADD 1 TO cant-tps
                           MOVE prs-reg-linea TO tps-linea(cant-tps)
                           IF prs_cab_tiporeg = "C" AND
                               prs_cab_presupuesto = w-presupuesto
                               MOVE cant-tps TO idx-prs
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESUPUESTOS
           END-IF.
      *
       160-REGRABAR-PRESUPUESTOS.
           OPEN OUTPUT PRESUPUESTOS.
           PERFORM VARYING idx-tps FROM 1 BY 1 UNTIL idx-tps > cant-tps
               MOVE tps-linea(idx-tps) TO prs-reg-linea
               WRITE prs-reg-linea
           END-PERFORM.
           CLOSE PRESUPUESTOS.
      *
       210-VALIDAR-CLIENTE.
           MOVE 0 TO flag-cli-ok.
           MOVE SPACES TO w-cliente-nombre.
           PERFORM VARYING idx-cli FROM 1 BY 1
                   UNTIL idx-cli > cant-cli-maestro
               IF tcm-cod(idx-cli) = w-cliente
                   MOVE 1 TO flag-cli-ok
                   MOVE tcm-nombre(idx-cli) TO w-cliente-nombre
                   MOVE tcm-lista(idx-cli) TO w-cliente-lista
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    Los renglones se cotizan como se facturarian hoy (lista
      *    del cliente menos el mejor descuento vigente); ese precio
      *    queda en el presupuesto y es el que se factura si el
      *    cliente acepta dentro de la validez.
       200-NUEVO-PRESUPUESTO.
           MOVE 0 TO cant-lineas.
           DISPLAY "Codigo de cliente:".
           ACCEPT w-cliente.
           PERFORM 210-VALIDAR-CLIENTE.
           IF flag-cli-ok = 0
               DISPLAY "Cliente inexistente - de de alta el cliente "
                   "en el mantenedor antes de cotizar"
           ELSE
               DISPLAY "Codigo de vendedor:"
               ACCEPT w-vendedor
               DISPLAY "Dias de validez (0 = 15):"
               ACCEPT w-dias-validez
               IF w-dias-validez = 0
                   MOVE 15 TO w-dias-validez
               END-IF
               PERFORM 220-CAPTURAR-LINEAS
               IF cant-lineas = 0
                   DISPLAY "Presupuesto sin lineas - no se emite"
               ELSE
                   PERFORM 300-GRABAR-PRESUPUESTO
                   PERFORM 400-IMPRIMIR-PRESUPUESTO
               END-IF
           END-IF.
      *
       220-CAPTURAR-LINEAS.
           MOVE 999 TO w-articulo.
           PERFORM UNTIL w-articulo = 0 OR cant-lineas >= 50
               DISPLAY "Codigo de articulo (0 para terminar):"
               ACCEPT w-articulo
               IF w-articulo NOT = 0
                   IF art-existe(w-articulo) = 1
                       DISPLAY "Cantidad (1-999):"
                       ACCEPT w-cantidad
                       IF w-cantidad >= 1 AND w-cantidad <= 999
                           ADD 1 TO cant-lineas
                           MOVE w-articulo TO tl-art(cant-lineas)
                           MOVE w-cantidad TO tl-cant(cant-lineas)
                           PERFORM 260-PRECIO-CLIENTE
                       ELSE
                           DISPLAY "Cantidad invalida - linea "
                               "descartada"
                       END-IF
                   ELSE
                       DISPLAY "Articulo inexistente en el catalogo "
                           "- linea descartada"
                   END-IF
               END-IF
           END-PERFORM.
      *
       260-PRECIO-CLIENTE.
           MOVE precio-art(w-articulo) TO w-precio-lista.
           IF w-cliente-lista NOT = "R"
               PERFORM VARYING idx-lp FROM 1 BY 1
                       UNTIL idx-lp > cant-tlp
                   IF tlp-lista(idx-lp) = w-cliente-lista AND
                       tlp-art(idx-lp) = w-articulo
                       MOVE tlp-precio(idx-lp) TO w-precio-lista
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM 265-MEJOR-DESCUENTO.
           MOVE w-precio-lista TO tl-lista(cant-lineas).
           MOVE w-pct TO tl-pct(cant-lineas).
           COMPUTE tl-precio(cant-lineas) ROUNDED =
               w-precio-lista * (100 - w-pct) / 100.
           DISPLAY "Lista ", w-precio-lista, " descuento ", w-pct,
               "% precio ", tl-precio(cant-lineas).
      *
       265-MEJOR-DESCUENTO.
           MOVE 0 TO w-pct.
           PERFORM VARYING idx-ds FROM 1 BY 1 UNTIL idx-ds > cant-tds
               IF w-fecha-hoy >= tds-desde(idx-ds) AND
                   w-fecha-hoy <= tds-hasta(idx-ds) AND
                   (tds-lista(idx-ds) = SPACE OR
                    tds-lista(idx-ds) = w-cliente-lista) AND
                   tds-porcentaje(idx-ds) > w-pct
                   EVALUATE TRUE
                       WHEN tds-tipo(idx-ds) = "C" AND
                           w-cantidad >= tds-cant-desde(idx-ds) AND
                           w-cantidad <= tds-cant-hasta(idx-ds) AND
                           (tds-familia(idx-ds) = 0 OR
                            tds-familia(idx-ds) = fam-art(w-articulo))
                           MOVE tds-porcentaje(idx-ds) TO w-pct
                       WHEN tds-tipo(idx-ds) = "F" AND
                           tds-familia(idx-ds) = fam-art(w-articulo)
                           MOVE tds-porcentaje(idx-ds) TO w-pct
                   END-EVALUATE
               END-IF
           END-PERFORM.
      *
       300-GRABAR-PRESUPUESTO.
           PERFORM 310-NUMERO-NUEVO.
           MOVE 0 TO w-neto.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-lineas
               COMPUTE w-importe-linea = tl-cant(i) * tl-precio(i)
               ADD w-importe-linea TO w-neto
           END-PERFORM.
           OPEN EXTEND PRESUPUESTOS.
           IF prs-fileStatus NOT = "00"
               OPEN OUTPUT PRESUPUESTOS
           END-IF.
           MOVE "C" TO prs_cab_tiporeg.
           MOVE w-presupuesto TO prs_cab_presupuesto.
           MOVE w-cliente TO prs_cab_cliente.
           MOVE w-vendedor TO prs_cab_vendedor.
           MOVE w-fecha-hoy TO prs_cab_fecha.
           COMPUTE prs_cab_validez = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(w-fecha-hoy) + w-dias-validez).
           MOVE "A" TO prs_cab_estado.
           MOVE w-neto TO prs_cab_neto.
           MOVE 0 TO prs_cab_factura.
           WRITE prs_reg_cab.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-lineas
               MOVE "D" TO prs_det_tiporeg
               MOVE tl-art(i) TO prs_det_art
               MOVE tl-cant(i) TO prs_det_cant
               MOVE tl-precio(i) TO prs_det_precio
               MOVE tl-lista(i) TO prs_det_lista
               MOVE tl-pct(i) TO prs_det_dto
               WRITE prs_reg_det
           END-PERFORM.
           CLOSE PRESUPUESTOS.
           DISPLAY "Presupuesto ", w-presupuesto, " emitido".
      *
       310-NUMERO-NUEVO.
           MOVE 0 TO w-presupuesto.
           OPEN INPUT CONTADOR.
           IF con-fileStatus = "00"
               READ CONTADOR
                   AT END CONTINUE
                   NOT AT END
                       MOVE con-ultimo-presupuesto TO w-presupuesto
               END-READ
               CLOSE CONTADOR
           END-IF.
           ADD 1 TO w-presupuesto.
           OPEN OUTPUT CONTADOR.
           MOVE w-presupuesto TO con-ultimo-presupuesto.
           WRITE con-reg.
           CLOSE CONTADOR.
      *
      *    El presupuesto impreso sale al spool y queda en el
      *    catalogo de reportes, igual que la factura. Trabaja
      *    sobre la cabecera en prs_reg_cab y los renglones en
      *    tabla-lineas.
       400-IMPRIMIR-PRESUPUESTO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
           MOVE SPACES TO ws-nombre-spool.
           STRING "..\spoolPresupuesto_" DELIMITED BY SIZE
                  ws-ts-spool        DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
                  INTO ws-nombre-spool.
           OPEN OUTPUT LISTADO.
           MOVE prs_cab_presupuesto TO l-pre-nro.
           MOVE prs_cab_fecha TO l-pre-fecha.
           WRITE lis-reg FROM lin-pre-titulo.
           MOVE prs_cab_validez TO l-pre-validez.
           MOVE prs_cab_vendedor TO l-pre-vendedor.
           WRITE lis-reg FROM lin-pre-validez.
           MOVE prs_cab_cliente TO w-cliente.
           PERFORM 210-VALIDAR-CLIENTE.
           MOVE w-cliente TO l-pre-cli.
           MOVE w-cliente-nombre TO l-pre-cli-nom.
           WRITE lis-reg FROM lin-pre-cli.
           MOVE SPACES TO lis-reg.
           WRITE lis-reg.
           MOVE 0 TO w-neto.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-lineas
               MOVE tl-art(i) TO l-det-art
               MOVE nom-art(tl-art(i)) TO l-det-nom
               MOVE tl-cant(i) TO l-det-cant
               COMPUTE w-importe-linea = tl-cant(i) * tl-precio(i)
               MOVE w-importe-linea TO l-det-importe
               MOVE tl-lista(i) TO l-det-lista
               MOVE tl-pct(i) TO l-det-dto
               ADD w-importe-linea TO w-neto
               WRITE lis-reg FROM lin-pre-det
           END-PERFORM.
           MOVE SPACES TO lis-reg.
           WRITE lis-reg.
           MOVE w-neto TO l-pre-total.
           WRITE lis-reg FROM lin-pre-total.
           CLOSE LISTADO.
           OPEN EXTEND CATALOGO.
           IF cat-fileStatus NOT = "00"
               OPEN OUTPUT CATALOGO
           END-IF.
           MOVE ws-ts-spool TO cat-fecha-hora.
           MOVE "PRESUPUESTOS" TO cat-programa.
           MOVE ws-nombre-spool TO cat-archivo.
           MOVE 1 TO cat-paginas.
           WRITE cat-reg.
           CLOSE CATALOGO.
           DISPLAY "Presupuesto en spool: ",
               FUNCTION TRIM(ws-nombre-spool).
      *
       500-REIMPRIMIR.
           DISPLAY "Numero de presupuesto:".
           ACCEPT w-presupuesto.
           PERFORM 150-CARGAR-PRESUPUESTOS.
           IF idx-prs = 0
               DISPLAY "Presupuesto inexistente"
           ELSE
               MOVE 0 TO cant-lineas
               COMPUTE idx-tps = idx-prs + 1
               PERFORM UNTIL idx-tps > cant-tps OR cant-lineas >= 50
                   MOVE tps-linea(idx-tps) TO prs_reg_det
                   IF prs_det_tiporeg NOT = "D"
                       MOVE cant-tps TO idx-tps
                   ELSE
                       ADD 1 TO cant-lineas
                       MOVE prs_det_art TO tl-art(cant-lineas)
                       MOVE prs_det_cant TO tl-cant(cant-lineas)
                       MOVE prs_det_precio TO tl-precio(cant-lineas)
                       MOVE prs_det_lista TO tl-lista(cant-lineas)
                       MOVE prs_det_dto TO tl-pct(cant-lineas)
                   END-IF
                   ADD 1 TO idx-tps
               END-PERFORM
               MOVE tps-linea(idx-prs) TO prs_reg_cab
               PERFORM 400-IMPRIMIR-PRESUPUESTO
           END-IF.
      *
       600-RECHAZAR.
           DISPLAY "Numero de presupuesto rechazado por el cliente:".
           ACCEPT w-presupuesto.
           PERFORM 150-CARGAR-PRESUPUESTOS.
           IF idx-prs = 0
               DISPLAY "Presupuesto inexistente"
           ELSE
               MOVE tps-linea(idx-prs) TO prs_reg_cab
               IF prs_cab_estado NOT = "A"
                   DISPLAY "El presupuesto no esta abierto (estado ",
                       prs_cab_estado, ")"
               ELSE
                   DISPLAY "Confirma el rechazo? S/N"
                   ACCEPT w-confirma
                   IF w-confirma = "S" OR w-confirma = "s"
                       MOVE "R" TO prs_cab_estado
                       MOVE prs_reg_cab TO tps-linea(idx-prs)
                       PERFORM 160-REGRABAR-PRESUPUESTOS
                       DISPLAY "Presupuesto rechazado"
                   END-IF
               END-IF
           END-IF.
      *
      *    Los abiertos con la validez cumplida pasan a vencidos.
       650-VENCER.
           MOVE 0 TO w-presupuesto.
           PERFORM 150-CARGAR-PRESUPUESTOS.
           PERFORM 660-MARCAR-VENCIDOS.
           IF cant-vencidos > 0
               PERFORM 160-REGRABAR-PRESUPUESTOS
           END-IF.
           DISPLAY "Presupuestos vencidos: ", cant-vencidos.
      *
       660-MARCAR-VENCIDOS.
           MOVE 0 TO cant-vencidos.
           PERFORM VARYING idx-tps FROM 1 BY 1 UNTIL idx-tps > cant-tps
               MOVE tps-linea(idx-tps) TO prs_reg_cab
               IF prs_cab_tiporeg = "C" AND prs_cab_estado = "A" AND
                   prs_cab_validez < w-fecha-hoy
                   MOVE "V" TO prs_cab_estado
                   MOVE prs_reg_cab TO tps-linea(idx-tps)
                   ADD 1 TO cant-vencidos
               END-IF
           END-PERFORM.
      *
      *    Presupuestos emitidos en el mes, con lo que paso con
      *    cada uno: convertidos en factura, perdidos (rechazados o
      *    vencidos) y todavia abiertos. Antes se vencen los que
      *    corresponda para que el reporte no los cuente abiertos.
       700-REPORTE-MENSUAL.
           DISPLAY "Mes a informar AAAAMM:".
           ACCEPT w-mes.
           MOVE 0 TO w-presupuesto.
           PERFORM 150-CARGAR-PRESUPUESTOS.
           PERFORM 660-MARCAR-VENCIDOS.
           IF cant-vencidos > 0
               PERFORM 160-REGRABAR-PRESUPUESTOS
           END-IF.
           MOVE 0 TO cant-tr.
           PERFORM VARYING idx-tps FROM 1 BY 1 UNTIL idx-tps > cant-tps
               MOVE tps-linea(idx-tps) TO prs_reg_cab
               MOVE prs_cab_fecha TO w-fecha-aux
               IF prs_cab_tiporeg = "C" AND w-fecha-aux-mes = w-mes
                   MOVE "C" TO w-tr-tipo
                   MOVE prs_cab_cliente TO w-tr-cod
                   PERFORM 710-ACUMULAR
                   MOVE "V" TO w-tr-tipo
                   MOVE prs_cab_vendedor TO w-tr-cod
                   PERFORM 710-ACUMULAR
               END-IF
           END-PERFORM.
           OPEN OUTPUT REPORTE.
           MOVE SPACES TO rep-linea.
           STRING "PRESUPUESTOS DEL MES " DELIMITED BY SIZE
                  w-mes                   DELIMITED BY SIZE
                  INTO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "POR CLIENTE" TO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-res-enc.
           MOVE "C" TO w-tr-tipo.
           PERFORM 720-IMPRIMIR-RESUMEN.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "POR VENDEDOR" TO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-res-enc.
           MOVE "V" TO w-tr-tipo.
           PERFORM 720-IMPRIMIR-RESUMEN.
           CLOSE REPORTE.
           DISPLAY "Reporte en ..\presupuestosMensual.txt".
      *
       710-ACUMULAR.
           MOVE 0 TO idx-r.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tr
               IF tr-tipo(i) = w-tr-tipo AND tr-cod(i) = w-tr-cod
                   MOVE i TO idx-r
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF idx-r = 0 AND cant-tr < 400
               ADD 1 TO cant-tr
               MOVE cant-tr TO idx-r
               MOVE w-tr-tipo TO tr-tipo(idx-r)
               MOVE w-tr-cod TO tr-cod(idx-r)
               MOVE 0 TO tr-emitidos(idx-r) tr-imp-emitido(idx-r)
                   tr-convertidos(idx-r) tr-imp-convert(idx-r)
                   tr-perdidos(idx-r) tr-imp-perdido(idx-r)
                   tr-abiertos(idx-r)
           END-IF.
           IF idx-r > 0
               ADD 1 TO tr-emitidos(idx-r)
               ADD prs_cab_neto TO tr-imp-emitido(idx-r)
               EVALUATE prs_cab_estado
                   WHEN "C"
                       ADD 1 TO tr-convertidos(idx-r)
                       ADD prs_cab_neto TO tr-imp-convert(idx-r)
                   WHEN "R"
                   WHEN "V"
                       ADD 1 TO tr-perdidos(idx-r)
                       ADD prs_cab_neto TO tr-imp-perdido(idx-r)
                   WHEN OTHER
                       ADD 1 TO tr-abiertos(idx-r)
               END-EVALUATE
           END-IF.
      *
       720-IMPRIMIR-RESUMEN.
           PERFORM VARYING idx-r FROM 1 BY 1 UNTIL idx-r > cant-tr
               IF tr-tipo(idx-r) = w-tr-tipo
                   MOVE tr-cod(idx-r) TO l-res-cod
                   MOVE SPACES TO l-res-nombre
                   IF w-tr-tipo = "C"
                       MOVE tr-cod(idx-r) TO w-cliente
                       PERFORM 210-VALIDAR-CLIENTE
                       MOVE w-cliente-nombre TO l-res-nombre
                   END-IF
                   MOVE tr-emitidos(idx-r) TO l-res-emitidos
                   MOVE tr-convertidos(idx-r) TO l-res-convertidos
                   MOVE tr-perdidos(idx-r) TO l-res-perdidos
                   MOVE tr-abiertos(idx-r) TO l-res-abiertos
                   MOVE tr-imp-convert(idx-r) TO l-res-imp-convert
                   COMPUTE w-tasa ROUNDED =
                       tr-convertidos(idx-r) * 100 / tr-emitidos(idx-r)
                   MOVE w-tasa TO l-res-tasa
                   WRITE rep-linea FROM lin-res
               END-IF
           END-PERFORM.
       END PROGRAM PRESUPUESTOS.
