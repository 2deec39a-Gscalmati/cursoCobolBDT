           SELECT CATALOGO ASSIGN TO "..\catalogoReportes.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cat-fileStatus.
           SELECT PRESUPUESTOS ASSIGN TO "..\presupuestos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS prs-fileStatus.
           SELECT LISTAS ASSIGN TO "..\listasPrecios.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS lpr-fileStatus.
           SELECT DESCUENTOS ASSIGN TO "..\reglasDescuento.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS dsc-fileStatus.
           SELECT SUPERVISORES ASSIGN TO "..\supervisoresVentas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS sup-fileStatus.
           SELECT DESC-FACTURADOS
               ASSIGN TO "..\descuentosFacturados.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS dfa-fileStatus.
           SELECT VENDEDORES ASSIGN TO "..\vendedores.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS vdr-fileStatus.
           SELECT RETENIDAS ASSIGN TO "..\facturasRetenidas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS ret-fileStatus.
           SELECT CAE-FACTURAS ASSIGN TO "..\caeFacturas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cae-fileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
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
       FD  FACTURAS.
       01  fac_reg_cab.
           03 fac_cab_tiporeg      pic X.
           03 fac_cab_neto         pic 9(9)v99.
           03 fac_cab_iva          pic 9(8)v99.
           03 fac_cab_total        pic 9(9)v99.
           03 fac_cab_vendedor     pic 999.
       01  fac_reg_det.
           03 fac_det_tiporeg      pic X.
           03 fac_det_art          pic 999.
           03 pag-fecha            pic 9(8).
           03 pag-importe          pic 9(9)v99.
           03 pag-factura          pic 9(8).
           03 pag-medio            pic X.
       FD  LISTADO.
       01  lis-reg pic x(80).
       FD  CATALOGO.
           03 cat-programa pic x(20).
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).
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
      *    Precio por articulo de las listas mayorista ("M") y
      *    especial ("E"); la minorista ("R") es art_precio.
       FD  LISTAS.
       01  lpr-reg.
           03 lpr-lista            pic X.
           03 lpr-art              pic 999.
           03 lpr-precio           pic 9(6)v99.
      *    Regla de descuento con vigencia: por banda de cantidad
      *    ("C", familia 0 = todas) o por familia de articulo ("F").
      *    Lista en blanco vale para todas las listas.
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
       FD  SUPERVISORES.
       01  sup-reg.
           03 sup-codigo           pic 999.
           03 sup-nombre           pic x(20).
           03 sup-clave            pic x(8).
      *    Un renglon por detalle facturado con el precio de lista,
      *    el precio cobrado y de donde salio: "R" regla o lista,
      *    "S" precio cambiado por supervisor, "P" presupuesto.
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
       FD  VENDEDORES.
       01  vdr-reg.
           03 vdr-cod              pic 999.
           03 vdr-nombre           pic x(20).
           03 filler               pic x(75).
      *    Imagen de impresion de las facturas que esperan el CAE.
       FD  RETENIDAS.
       01  ret-reg.
           03 ret-factura          pic 9(8).
           03 ret-linea            pic x(80).
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

       WORKING-STORAGE SECTION.
       77  cli-fileStatus          pic XX.
       77  cat-fileStatus          pic XX.
       77  flagLeido               pic X.
       77  pag-fileStatus          pic XX.
       77  prs-fileStatus          pic XX.
       77  lpr-fileStatus          pic XX.
       77  dsc-fileStatus          pic XX.
       77  sup-fileStatus          pic XX.
       77  dfa-fileStatus          pic XX.
       77  vdr-fileStatus          pic XX.
       77  ret-fileStatus          pic XX.
       77  cae-fileStatus          pic XX.
       01  ws-nombre-spool pic x(40).
       01  ws-ts-spool pic x(14).
       01  opc-menu pic 9.
           03 art-existe           pic 9 OCCURS 999 TIMES.
       01  vec-alicuotas.
           03 alic-art             pic 99v99 OCCURS 999 TIMES.
       01  vec-familias.
           03 fam-art              pic 99 OCCURS 999 TIMES.
       01  w-cliente-lista pic x.
       01  w-vendedor pic 999.
       01  w-cliente-vendedor pic 999.
       01  w-cliente-bloqueo pic X.
       01  cant-vendedores pic 999 value 0.
       01  flag-vdr-ok pic 9.
       01  vec-vendedores.
           03 vdr-existe           pic 9 OCCURS 999 TIMES.
       01  w-precio-lista pic 9(6)v99.
       01  w-precio-nuevo pic 9(6)v99.
       01  w-pct pic 99v99.
       01  w-confirma pic x.
       01  w-sup-codigo pic 999.
       01  w-sup-clave pic x(8).
       01  flag-sup-ok pic 9.
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
       01  w-cliente-iva pic xx.
       01  w-iva-linea pic 9(8)v99.
       01  w-iva-factura pic 9(8)v99.
               05 tcm-nombre       pic x(20).
               05 tcm-cat-iva      pic xx.
               05 tcm-limite       pic 9(7)v99.
               05 tcm-lista        pic x.
               05 tcm-vendedor     pic 999.
               05 tcm-bloqueo      pic X.
       01  cant-cli-maestro pic 999 value 0.

      *    Lineas de la factura en captura: se validan todas antes
           03 tl-item OCCURS 50 TIMES.
               05 tl-art           pic 999.
               05 tl-cant          pic 999.
               05 tl-precio        pic 9(6)v99.
               05 tl-lista         pic 9(6)v99.
               05 tl-pct           pic 99v99.
               05 tl-origen        pic x.
               05 tl-supervisor    pic 999.
       01  cant-lineas pic 99 value 0.

      *    Presupuestos completos para regrabarlos con el estado
      *    nuevo; idx-prs apunta a la cabecera del que se factura.
       01  tabla-presupuestos.
           03 tps-linea            pic x(52) OCCURS 3000 TIMES.
       01  cant-tps pic 9(4) value 0.
       01  idx-prs pic 9(4).
       01  idx-tps pic 9(4).
       01  w-presupuesto pic 9(8).

      *    Retenidas a la espera del CAE y CAE ya otorgados.
       01  tabla-retenidas.
           03 tre-item OCCURS 5000 TIMES.
               05 tre-factura      pic 9(8).
               05 tre-linea        pic x(80).
               05 tre-impresa      pic x.
       01  cant-tre pic 9(4) value 0.
       01  idx-re pic 9(4).
       01  idx-ca pic 9(4).
       01  tabla-cae.
           03 tca-item OCCURS 3000 TIMES.
               05 tca-factura      pic 9(8).
               05 tca-codigo       pic 9(14).
               05 tca-vto          pic 9(8).
       01  cant-tca pic 9(4) value 0.
       01  w-fact-actual pic 9(8).
       01  w-cae pic 9(14).
       01  w-cae-vto pic 9(8).
       01  flag-cae-ok pic 9.
       01  flag-spool pic 9.
       01  cant-impresas pic 9(4).
       01  cant-esperando pic 9(4).

       01  lin-fact-titulo.
           03 filler pic x(11) value "FACTURA N. ".
           03 l-fact-nro pic 9(8).
           03 filler pic x(10) value "  FECHA: ".
           03 l-fact-fecha pic 9(8).
       01  lin-fact-presup.
           03 filler pic x(22) value "SEGUN PRESUPUESTO N. ".
           03 l-fact-presup pic 9(8).
       01  lin-fact-cli.
           03 filler pic x(9) value "CLIENTE: ".
           03 l-fact-cli pic 9(4).
           03 l-det-cant pic zz9.
           03 filler pic x(4) value " $ ".
           03 l-det-importe pic zz.zzz.zz9,99.
           03 filler pic x(3) value " L:".
           03 l-det-lista pic zzz.zz9,99.
           03 filler pic x(3) value " D:".
           03 l-det-dto pic z9,99.
           03 filler pic x value "%".
       01  lin-fact-total.
           03 filler pic x(22) value "TOTAL DE LA FACTURA $ ".
           03 l-fact-total pic zzz.zzz.zz9,99.
           MOVE 9 TO opc-menu.
           PERFORM UNTIL opc-menu = 0
               DISPLAY "1 - Emitir factura"
               DISPLAY "2 - Facturar presupuesto aceptado"
               DISPLAY "3 - Imprimir facturas con CAE"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               EVALUATE opc-menu
                   WHEN 1
                       MOVE 0 TO w-presupuesto
                       PERFORM 200-CAPTURAR-FACTURA
                   WHEN 2
                       PERFORM 500-FACTURAR-PRESUPUESTO
                   WHEN 3
                       PERFORM 700-IMPRIMIR-AUTORIZADAS
               END-EVALUATE
           END-PERFORM.
           GOBACK.
      *
                           MOVE art_precio TO precio-art(art_cod)
                           MOVE art_nombre TO nom-art(art_cod)
                           MOVE art_alicuota TO alic-art(art_cod)
                           IF art_familia IS NUMERIC
                               MOVE art_familia TO fam-art(art_cod)
                           ELSE
                               MOVE 0 TO fam-art(art_cod)
                           END-IF
                           MOVE 1 TO art-existe(art_cod)
                       END-IF
                   END-READ
                               TO tcm-cat-iva(cant-cli-maestro)
                           MOVE cli-limite-credito
                               TO tcm-limite(cant-cli-maestro)
                           IF cli-lista = "M" OR cli-lista = "E"
                               MOVE cli-lista
                                   TO tcm-lista(cant-cli-maestro)
                           ELSE
                               MOVE "R" TO tcm-lista(cant-cli-maestro)
                           END-IF
                           IF cli-vendedor IS NUMERIC
                               MOVE cli-vendedor
                                   TO tcm-vendedor(cant-cli-maestro)
                           ELSE
                               MOVE 0 TO tcm-vendedor(cant-cli-maestro)
                           END-IF
                           MOVE cli-bloqueo
                               TO tcm-bloqueo(cant-cli-maestro)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           END-IF.
           PERFORM 150-CARGAR-LISTAS-Y-REGLAS.
           PERFORM 160-CARGAR-VENDEDORES.
      *
       150-CARGAR-LISTAS-Y-REGLAS.
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
       160-CARGAR-VENDEDORES.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 999
               MOVE 0 TO vdr-existe(i)
           END-PERFORM.
           OPEN INPUT VENDEDORES.
           IF vdr-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ VENDEDORES AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF vdr-cod >= 1 AND vdr-cod <= 999
                           MOVE 1 TO vdr-existe(vdr-cod)
                           ADD 1 TO cant-vendedores
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDEDORES
           END-IF.
      *
       200-CAPTURAR-FACTURA.
           MOVE 0 TO cant-lineas.
                   "en el mantenedor antes de facturar"
           ELSE
               PERFORM 240-CONTROL-CREDITO
               IF w-cliente-bloqueo = "S" OR
                   w-deuda-vencida > w-limite-cliente
                   IF w-cliente-bloqueo = "S"
                       DISPLAY "VENTA RECHAZADA: cliente suspendido "
                           "por cheque rechazado"
                   ELSE
                       DISPLAY "VENTA RECHAZADA: el cliente tiene $",
                           w-deuda-vencida, " vencidos a mas de 30 "
                           "dias y su limite de credito es $",
                           w-limite-cliente
                   END-IF
               ELSE
               PERFORM 230-PEDIR-VENDEDOR
               PERFORM 220-CAPTURAR-LINEAS
               IF cant-lineas = 0
                   DISPLAY "Factura sin lineas - no se emite"
               END-IF
           END-IF.
      *
      *    El vendedor de la factura sale por defecto del maestro de
      *    clientes; si se informa otro tiene que existir en el
      *    maestro de vendedores (si el maestro no esta cargado se
      *    acepta el codigo tal cual).
       230-PEDIR-VENDEDOR.
           MOVE 0 TO flag-vdr-ok.
           PERFORM UNTIL flag-vdr-ok = 1
               DISPLAY "Codigo de vendedor (0 = el del cliente: ",
                   w-cliente-vendedor, "):"
               ACCEPT w-vendedor
               IF w-vendedor = 0
                   MOVE w-cliente-vendedor TO w-vendedor
               END-IF
               IF w-vendedor = 0 OR cant-vendedores = 0
                   MOVE 1 TO flag-vdr-ok
               ELSE
                   IF vdr-existe(w-vendedor) = 1
                       MOVE 1 TO flag-vdr-ok
                   ELSE
                       DISPLAY "Vendedor inexistente - reingrese"
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    Bloqueo por morosidad: facturas del cliente con mas de 30
      *    dias, netas de todos sus pagos, contra el limite de
      *    credito que tiene asignado en el maestro. Un cheque
      *    rechazado y su gasto vuelven a sumar a la deuda.
       240-CONTROL-CREDITO.
           MOVE 0 TO w-deuda-vencida.
           MOVE 0 TO cant-tfc.
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF pag-cliente = w-cliente
                           IF pag-medio = "R" OR pag-medio = "G"
                               ADD pag-importe TO w-deuda-vencida
                           ELSE
                               SUBTRACT pag-importe
                                   FROM w-deuda-vencida
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
                   MOVE tcm-nombre(idx-cli) TO w-cliente-nombre
                   MOVE tcm-cat-iva(idx-cli) TO w-cliente-iva
                   MOVE tcm-limite(idx-cli) TO w-limite-cliente
                   MOVE tcm-lista(idx-cli) TO w-cliente-lista
                   MOVE tcm-vendedor(idx-cli) TO w-cliente-vendedor
                   MOVE tcm-bloqueo(idx-cli) TO w-cliente-bloqueo
                   EXIT PERFORM
               END-IF
           END-PERFORM.
                           ADD 1 TO cant-lineas
                           MOVE w-articulo TO tl-art(cant-lineas)
                           MOVE w-cantidad TO tl-cant(cant-lineas)
                           PERFORM 260-PRECIO-CLIENTE
                       ELSE
                           DISPLAY "Cantidad invalida - linea "
                               "descartada"
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    Precio del renglon: el de la lista del cliente (o el de
      *    catalogo si la lista no tiene el articulo) menos el mejor
      *    descuento vigente que le corresponda. Los descuentos no
      *    se suman: rige el de mayor porcentaje.
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
           MOVE "R" TO tl-origen(cant-lineas).
           MOVE 0 TO tl-supervisor(cant-lineas).
           DISPLAY "Lista ", w-precio-lista, " descuento ", w-pct,
               "% precio ", tl-precio(cant-lineas).
           DISPLAY "Cambia el precio (requiere supervisor)? S/N".
           ACCEPT w-confirma.
           IF w-confirma = "S" OR w-confirma = "s"
               PERFORM 270-PRECIO-SUPERVISOR
           END-IF.
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
      *    Solo un supervisor de ventas, con su clave, puede poner
      *    otro precio; queda registrado quien lo autorizo.
       270-PRECIO-SUPERVISOR.
           MOVE 0 TO flag-sup-ok.
           DISPLAY "Codigo de supervisor:".
           ACCEPT w-sup-codigo.
           DISPLAY "Clave:".
           ACCEPT w-sup-clave.
           OPEN INPUT SUPERVISORES.
           IF sup-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ SUPERVISORES AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF sup-codigo = w-sup-codigo AND
                           sup-clave = w-sup-clave
                           MOVE 1 TO flag-sup-ok
                           MOVE "s" TO flagLeido
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPERVISORES
           END-IF.
           IF flag-sup-ok = 0
               DISPLAY "Supervisor o clave invalidos - se mantiene "
                   "el precio calculado"
           ELSE
               DISPLAY "Precio unitario autorizado:"
               ACCEPT w-precio-nuevo
               MOVE w-precio-nuevo TO tl-precio(cant-lineas)
               MOVE "S" TO tl-origen(cant-lineas)
               MOVE w-sup-codigo TO tl-supervisor(cant-lineas)
               IF w-precio-nuevo < w-precio-lista
                   COMPUTE tl-pct(cant-lineas) ROUNDED =
                       (w-precio-lista - w-precio-nuevo) * 100 /
                       w-precio-lista
               ELSE
                   MOVE 0 TO tl-pct(cant-lineas)
               END-IF
           END-IF.
      *
       230-VALIDAR-ARTICULO.
           MOVE 0 TO flag-art-ok.
           MOVE "C" TO fac_cab_tiporeg.
           MOVE w-factura-nueva TO fac_cab_factura.
           MOVE w-cliente TO fac_cab_cliente.
           MOVE w-vendedor TO fac_cab_vendedor.
           MOVE w-neto-factura TO fac_cab_neto.
           MOVE w-iva-factura TO fac_cab_iva.
           COMPUTE fac_cab_total = w-neto-factura + w-iva-factura.
           MOVE w-factura-nueva TO ven-factura.
           WRITE ven-reg.
           CLOSE VENTAS.
           PERFORM 330-REGISTRAR-DESCUENTOS.
           PERFORM 400-RETENER-FACTURA.
           DISPLAY "Factura ", w-factura-nueva, " emitida".
      *
      *    El IVA se calcula y se guarda al facturar: alicuota por
           MOVE 0 TO w-iva-factura.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-lineas
               COMPUTE w-importe-linea =
                   tl-cant(i) * tl-precio(i)
               ADD w-importe-linea TO w-neto-factura
               IF w-cliente-iva NOT = "EX"
                   COMPUTE w-iva-linea ROUNDED =
                   ADD w-iva-linea TO w-iva-factura
               END-IF
           END-PERFORM.
      *
       330-REGISTRAR-DESCUENTOS.
           OPEN EXTEND DESC-FACTURADOS.
           IF dfa-fileStatus NOT = "00"
               OPEN OUTPUT DESC-FACTURADOS
           END-IF.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-lineas
               MOVE w-factura-nueva TO dfa-factura
               MOVE w-fecha-hoy TO dfa-fecha
               MOVE w-cliente TO dfa-cliente
               MOVE w-vendedor TO dfa-vendedor
               MOVE tl-art(i) TO dfa-art
               MOVE tl-cant(i) TO dfa-cant
               MOVE tl-lista(i) TO dfa-precio-lista
               MOVE tl-precio(i) TO dfa-precio
               MOVE tl-pct(i) TO dfa-porcentaje
               MOVE tl-origen(i) TO dfa-origen
               MOVE tl-supervisor(i) TO dfa-supervisor
               WRITE dfa-reg
           END-PERFORM.
           CLOSE DESC-FACTURADOS.
      *
       310-NUMERO-NUEVO.
           MOVE 0 TO w-factura-nueva.
           WRITE con-reg.
           CLOSE CONTADOR.
      *
      *    La factura armada queda retenida hasta que el organismo
      *    devuelve el CAE: recien entonces sale al spool (opcion 3).
       400-RETENER-FACTURA.
           OPEN EXTEND RETENIDAS.
           IF ret-fileStatus NOT = "00"
               OPEN OUTPUT RETENIDAS
           END-IF.
           MOVE w-factura-nueva TO ret-factura.
           MOVE w-factura-nueva TO l-fact-nro.
           MOVE w-fecha-hoy TO l-fact-fecha.
           MOVE lin-fact-titulo TO ret-linea.
           WRITE ret-reg.
           IF w-presupuesto NOT = 0
               MOVE w-presupuesto TO l-fact-presup
               MOVE lin-fact-presup TO ret-linea
               WRITE ret-reg
           END-IF.
           MOVE w-cliente TO l-fact-cli.
           MOVE w-cliente-nombre TO l-fact-cli-nom.
           MOVE lin-fact-cli TO ret-linea.
           WRITE ret-reg.
           MOVE SPACES TO ret-linea.
           WRITE ret-reg.
           MOVE 0 TO w-total-factura.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-lineas
               MOVE tl-art(i) TO l-det-art
               MOVE nom-art(tl-art(i)) TO l-det-nom
               MOVE tl-cant(i) TO l-det-cant
               COMPUTE w-importe-linea =
                   tl-cant(i) * tl-precio(i)
               MOVE w-importe-linea TO l-det-importe
               MOVE tl-lista(i) TO l-det-lista
               MOVE tl-pct(i) TO l-det-dto
               ADD w-importe-linea TO w-total-factura
               MOVE lin-fact-det TO ret-linea
               WRITE ret-reg
           END-PERFORM.
           MOVE SPACES TO ret-linea.
           WRITE ret-reg.
           MOVE SPACES TO ret-linea.
           STRING "NETO $ "      DELIMITED BY SIZE
                  w-neto-factura DELIMITED BY SIZE
                  "  IVA $ "     DELIMITED BY SIZE
                  w-iva-factura  DELIMITED BY SIZE
                  INTO ret-linea.
           WRITE ret-reg.
           COMPUTE w-total-factura =
               w-neto-factura + w-iva-factura.
           MOVE w-total-factura TO l-fact-total.
           MOVE lin-fact-total TO ret-linea.
           WRITE ret-reg.
           CLOSE RETENIDAS.
           DISPLAY "Factura retenida hasta obtener el CAE".
      *
      *    El presupuesto aceptado se factura con los precios
      *    cotizados mientras este dentro de su validez; vencido,
      *    rechazado o ya facturado no se toma. El control de
      *    credito del cliente rige igual que en una venta comun.
       500-FACTURAR-PRESUPUESTO.
           MOVE 0 TO cant-lineas.
           DISPLAY "Numero de presupuesto:".
           ACCEPT w-presupuesto.
           PERFORM 510-CARGAR-PRESUPUESTOS.
           IF idx-prs = 0
               DISPLAY "Presupuesto inexistente"
           ELSE
               MOVE tps-linea(idx-prs) TO prs_reg_cab
               EVALUATE TRUE
                   WHEN prs_cab_estado = "C"
                       DISPLAY "El presupuesto ya se facturo con la "
                           "factura ", prs_cab_factura
                   WHEN prs_cab_estado = "R"
                       DISPLAY "El presupuesto fue rechazado"
                   WHEN prs_cab_estado = "V" OR
                       prs_cab_validez < w-fecha-hoy
                       DISPLAY "Presupuesto vencido el ",
                           prs_cab_validez, " - cotice de nuevo"
                       IF prs_cab_estado = "A"
                           MOVE "V" TO prs_cab_estado
                           MOVE prs_reg_cab TO tps-linea(idx-prs)
                           PERFORM 530-REGRABAR-PRESUPUESTOS
                       END-IF
                   WHEN OTHER
                       PERFORM 520-FACTURAR-LINEAS-PRESUP
               END-EVALUATE
           END-IF.
      *
       510-CARGAR-PRESUPUESTOS.
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
       520-FACTURAR-LINEAS-PRESUP.
           MOVE prs_cab_cliente TO w-cliente.
           PERFORM 210-VALIDAR-CLIENTE.
           IF flag-cli-ok = 0
               DISPLAY "El cliente del presupuesto ya no esta en el "
                   "maestro"
           ELSE
               PERFORM 240-CONTROL-CREDITO
               IF w-cliente-bloqueo = "S" OR
                   w-deuda-vencida > w-limite-cliente
                   IF w-cliente-bloqueo = "S"
                       DISPLAY "VENTA RECHAZADA: cliente suspendido "
                           "por cheque rechazado"
                   ELSE
                       DISPLAY "VENTA RECHAZADA: el cliente tiene $",
                           w-deuda-vencida, " vencidos a mas de 30 "
                           "dias y su limite de credito es $",
                           w-limite-cliente
                   END-IF
               ELSE
                   MOVE prs_cab_vendedor TO w-vendedor
                   IF w-vendedor = 0
                       MOVE w-cliente-vendedor TO w-vendedor
                   END-IF
                   COMPUTE idx-tps = idx-prs + 1
                   MOVE tps-linea(idx-tps) TO prs_reg_det
                   PERFORM UNTIL idx-tps > cant-tps OR
                           prs_det_tiporeg NOT = "D" OR
                           cant-lineas >= 50
                       ADD 1 TO cant-lineas
                       MOVE prs_det_art TO tl-art(cant-lineas)
                       MOVE prs_det_cant TO tl-cant(cant-lineas)
                       MOVE prs_det_precio TO tl-precio(cant-lineas)
                       IF prs_det_lista IS NUMERIC
                           MOVE prs_det_lista TO tl-lista(cant-lineas)
                           MOVE prs_det_dto TO tl-pct(cant-lineas)
                       ELSE
                           MOVE prs_det_precio
                               TO tl-lista(cant-lineas)
                           MOVE 0 TO tl-pct(cant-lineas)
                       END-IF
                       MOVE "P" TO tl-origen(cant-lineas)
                       MOVE 0 TO tl-supervisor(cant-lineas)
                       ADD 1 TO idx-tps
                       IF idx-tps <= cant-tps
                           MOVE tps-linea(idx-tps) TO prs_reg_det
                       END-IF
                   END-PERFORM
                   IF cant-lineas = 0
                       DISPLAY "Presupuesto sin renglones - no se "
                           "factura"
                   ELSE
                       PERFORM 300-EMITIR-FACTURA
                       MOVE tps-linea(idx-prs) TO prs_reg_cab
                       MOVE "C" TO prs_cab_estado
                       MOVE w-factura-nueva TO prs_cab_factura
                       MOVE prs_reg_cab TO tps-linea(idx-prs)
                       PERFORM 530-REGRABAR-PRESUPUESTOS
                       DISPLAY "Presupuesto ", w-presupuesto,
                           " convertido en la factura ",
                           w-factura-nueva
                   END-IF
               END-IF
           END-IF.
      *
       530-REGRABAR-PRESUPUESTOS.
           OPEN OUTPUT PRESUPUESTOS.
           PERFORM VARYING idx-tps FROM 1 BY 1 UNTIL idx-tps > cant-tps
               MOVE tps-linea(idx-tps) TO prs-reg-linea
               WRITE prs-reg-linea
           END-PERFORM.
           CLOSE PRESUPUESTOS.
      *
      *    Las retenidas que ya tienen CAE salen al spool, una por
      *    archivo, con el CAE y su vencimiento al pie, y se asientan
      *    en el catalogo de reportes. Las demas siguen esperando.
       700-IMPRIMIR-AUTORIZADAS.
           MOVE 0 TO cant-impresas.
           MOVE 0 TO cant-esperando.
           PERFORM 710-CARGAR-CAE.
           PERFORM 720-CARGAR-RETENIDAS.
           MOVE 0 TO w-fact-actual.
           MOVE 0 TO flag-spool.
           MOVE 0 TO flag-cae-ok.
           PERFORM VARYING idx-re FROM 1 BY 1 UNTIL idx-re > cant-tre
               IF tre-factura(idx-re) NOT = w-fact-actual
                   PERFORM 740-CERRAR-SPOOL
                   MOVE tre-factura(idx-re) TO w-fact-actual
                   PERFORM 730-BUSCAR-CAE
                   IF flag-cae-ok = 1
                       PERFORM 735-ABRIR-SPOOL
                   ELSE
                       ADD 1 TO cant-esperando
                   END-IF
               END-IF
               IF flag-cae-ok = 1
                   WRITE lis-reg FROM tre-linea(idx-re)
                   MOVE "s" TO tre-impresa(idx-re)
               END-IF
           END-PERFORM.
           PERFORM 740-CERRAR-SPOOL.
           OPEN OUTPUT RETENIDAS.
           PERFORM VARYING idx-re FROM 1 BY 1 UNTIL idx-re > cant-tre
               IF tre-impresa(idx-re) NOT = "s"
                   MOVE tre-factura(idx-re) TO ret-factura
                   MOVE tre-linea(idx-re) TO ret-linea
                   WRITE ret-reg
               END-IF
           END-PERFORM.
           CLOSE RETENIDAS.
           DISPLAY "Facturas impresas: ", cant-impresas,
               " - esperando CAE: ", cant-esperando.
      *
       710-CARGAR-CAE.
           MOVE 0 TO cant-tca.
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
       720-CARGAR-RETENIDAS.
           MOVE 0 TO cant-tre.
           OPEN INPUT RETENIDAS.
           IF ret-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ RETENIDAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-tre < 5000
                           ADD 1 TO cant-tre
                           MOVE ret-factura TO tre-factura(cant-tre)
                           MOVE ret-linea TO tre-linea(cant-tre)
                           MOVE "n" TO tre-impresa(cant-tre)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENIDAS
           END-IF.
      *
       730-BUSCAR-CAE.
           MOVE 0 TO flag-cae-ok.
           PERFORM VARYING idx-ca FROM 1 BY 1 UNTIL idx-ca > cant-tca
               IF tca-factura(idx-ca) = w-fact-actual
                   MOVE 1 TO flag-cae-ok
                   MOVE tca-codigo(idx-ca) TO w-cae
                   MOVE tca-vto(idx-ca) TO w-cae-vto
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       735-ABRIR-SPOOL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
           MOVE SPACES TO ws-nombre-spool.
           STRING "..\spoolFactura_" DELIMITED BY SIZE
                  ws-ts-spool(1:8)   DELIMITED BY SIZE
                  "_"                DELIMITED BY SIZE
                  w-fact-actual      DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
                  INTO ws-nombre-spool.
           OPEN OUTPUT LISTADO.
           MOVE 1 TO flag-spool.
      *
       740-CERRAR-SPOOL.
           IF flag-spool = 1
               MOVE SPACES TO lis-reg
               WRITE lis-reg
               MOVE SPACES TO lis-reg
               STRING "CAE N. "     DELIMITED BY SIZE
                      w-cae         DELIMITED BY SIZE
                      "  VTO. CAE: " DELIMITED BY SIZE
                      w-cae-vto     DELIMITED BY SIZE
                      INTO lis-reg
               WRITE lis-reg
               CLOSE LISTADO
               OPEN EXTEND CATALOGO
               IF cat-fileStatus NOT = "00"
                   OPEN OUTPUT CATALOGO
               END-IF
               MOVE ws-ts-spool TO cat-fecha-hora
               MOVE "FACTURACION" TO cat-programa
               MOVE ws-nombre-spool TO cat-archivo
               MOVE 1 TO cat-paginas
               WRITE cat-reg
               CLOSE CATALOGO
               ADD 1 TO cant-impresas
               DISPLAY "Factura en spool: ",
                   FUNCTION TRIM(ws-nombre-spool)
               MOVE 0 TO flag-spool
           END-IF.
       END PROGRAM FACTURACION.
