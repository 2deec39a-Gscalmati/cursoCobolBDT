      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDEDORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDEDORES ASSIGN TO "..\vendedores.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS vdr-fileStatus.
           SELECT FACTURAS ASSIGN TO "..\facturas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS fac-fileStatus.
           SELECT VENTAS ASSIGN TO "..\ventas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS ven-fileStatus.
           SELECT PAGOS ASSIGN TO "..\pagosClientes.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS pag-fileStatus.
           SELECT ARTICULOS ASSIGN TO "..\articulos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS art-fileStatus.
           SELECT LIQUIDADAS ASSIGN TO "..\comisionesLiquidadas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS liq-fileStatus.
           SELECT REPORTE ASSIGN TO "..\liquidacionComisiones.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    Maestro de vendedores: comision general y hasta diez
      *    familias de articulos con porcentaje propio.
       FD  VENDEDORES.
       01  vdr-reg.
           03 vdr-cod              pic 999.
           03 vdr-nombre           pic x(20).
           03 vdr-objetivo         pic 9(9)v99.
           03 vdr-com-general      pic 99v99.
           03 vdr-com-item OCCURS 10 TIMES.
               05 vdr-com-familia  pic 99.
               05 vdr-com-pct      pic 99v99.
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
       FD  VENTAS.
       01  ven-reg.
           03 ven-fecha            pic 9(8).
           03 ven-factura          pic 9(8).
       FD  PAGOS.
       01  pag-reg.
           03 pag-cliente          pic 9(4).
           03 pag-fecha            pic 9(8).
           03 pag-importe          pic 9(9)v99.
           03 pag-factura          pic 9(8).
           03 pag-medio            pic X.
       FD  ARTICULOS.
       01  art_reg.
           03 art_cod              pic 999.
           03 art_nombre           pic X(20).
           03 art_precio           pic 9(6)v99.
           03 art_alicuota         pic 99v99.
           03 art_familia          pic 99.
      *    Comision ya liquidada por comprobante y periodo; con esto
      *    cada mes se paga solo la diferencia devengada.
       FD  LIQUIDADAS.
       01  liq-reg.
           03 liq-periodo          pic 9(6).
           03 liq-vendedor         pic 999.
           03 liq-tipo             pic X.
           03 liq-factura          pic 9(8).
           03 liq-cobrado          pic 9(9)v99.
           03 liq-comision         pic s9(8)v99.
       FD  REPORTE.
       01  rep-linea pic x(100).

       WORKING-STORAGE SECTION.
       77  vdr-fileStatus          pic XX.
       77  fac-fileStatus          pic XX.
       77  ven-fileStatus          pic XX.
       77  pag-fileStatus          pic XX.
       77  art-fileStatus          pic XX.
       77  liq-fileStatus          pic XX.
       77  flagLeido               pic X.
       01  opc-menu pic 9.
       01  w-cod pic 999.
       01  w-familia pic 99.
       01  w-pct pic 99v99.
       01  w-periodo pic 9(6).
       01  w-periodo-r redefines w-periodo.
           03 w-per-anio           pic 9(4).
           03 w-per-mes            pic 99.
       01  w-inicio pic 9(8).
       01  w-fin pic 9(8).
       01  w-confirma pic x.
       01  w-resto-pago pic 9(9)v99.
       01  w-saldo-item pic 9(9)v99.
       01  w-aplicado pic 9(9)v99.
       01  w-cobrado pic 9(9)v99.
       01  w-tasa pic 99v9999.
       01  w-comision pic s9(8)v99.
       01  w-cumpl pic 9(5)v9.
       01  w-a-pagar pic s9(9)v99.
       01  flag-posterior pic 9.
       01  i pic 9(4).
       01  k pic 99.
       01  idx-v pic 999.
       01  idx-f pic 9(4).
       01  idx-cab pic 9(4).
       01  cant-grabadas pic 9(4).
       01  tot-comision pic s9(9)v99.

       01  vec-familias.
           03 fam-art              pic 99 OCCURS 999 TIMES.
       01  vec-precios.
           03 precio-art           pic 9(6)v99 OCCURS 999 TIMES.

       01  tabla-vendedores.
           03 tv-item OCCURS 100 TIMES.
               05 tv-datos.
                   07 tv-cod           pic 999.
                   07 tv-nombre        pic x(20).
                   07 tv-objetivo      pic 9(9)v99.
                   07 tv-com-general   pic 99v99.
                   07 tv-fam OCCURS 10 TIMES.
                       09 tv-fam-cod   pic 99.
                       09 tv-fam-pct   pic 99v99.
               05 tv-facturado     pic s9(11)v99.
               05 tv-cobrado       pic s9(11)v99.
               05 tv-com-fac       pic s9(9)v99.
               05 tv-com-nc        pic s9(9)v99.
       01  cant-tv pic 999 value 0.

      *    Facturas ("C") y notas de credito ("N") con vendedor. La
      *    tasa de comision de cada comprobante se pondera por los
      *    renglones segun la familia de cada articulo.
       01  tabla-comprobantes.
           03 tf-item OCCURS 3000 TIMES.
               05 tf-tipo          pic x.
               05 tf-factura       pic 9(8).
               05 tf-cliente       pic 9(4).
               05 tf-idx-v         pic 999.
               05 tf-fecha         pic 9(8).
               05 tf-neto          pic 9(9)v99.
               05 tf-total         pic 9(9)v99.
               05 tf-base          pic 9(11)v99.
               05 tf-base-com      pic 9(13)v99.
               05 tf-cobrado       pic 9(9)v99.
               05 tf-cob-mes       pic 9(9)v99.
               05 tf-liq-ant       pic s9(8)v99.
               05 tf-liquidada     pic x.
               05 tf-com-mes       pic s9(8)v99.
       01  cant-tf pic 9(4) value 0.

      *    Liquidaciones de otros periodos, que se conservan al
      *    regrabar el archivo.
       01  tabla-liquidadas.
           03 tlq-linea            pic x(39) OCCURS 5000 TIMES.
       01  cant-tlq pic 9(4) value 0.

       01  lin-comp.
           03 filler               pic x(2) value spaces.
           03 l-comp-tipo          pic x(10).
           03 l-comp-factura       pic 9(8).
           03 filler               pic x(9) value " CLIENTE ".
           03 l-comp-cliente       pic 9(4).
           03 filler               pic x(2) value spaces.
           03 l-comp-det           pic x(8).
           03 l-comp-importe       pic zzz.zzz.zz9,99.
           03 filler               pic x(7) value "  TASA ".
           03 l-comp-tasa          pic z9,99.
           03 filler               pic x(12) value "%  COMISION ".
           03 l-comp-comision      pic --.---.--9,99.
       01  lin-vdr-tot.
           03 filler pic x(20) value "  COMISION FACTURAS ".
           03 l-tot-fac            pic ---.---.--9,99.
           03 filler pic x(8) value "  NOTAS ".
           03 l-tot-nc             pic ---.---.--9,99.
           03 filler pic x(12) value "  A PAGAR $ ".
           03 l-tot-pagar          pic ---.---.--9,99.
       01  lin-res.
           03 l-res-cod            pic 999.
           03 filler               pic x value space.
           03 l-res-nombre         pic x(20).
           03 l-res-facturado      pic ---.---.--9,99.
           03 l-res-objetivo       pic zzz.zzz.zz9,99.
           03 filler               pic x value space.
           03 l-res-cumpl          pic zzz9,9.
           03 filler               pic x value "%".
           03 l-res-cobrado        pic ---.---.--9,99.
           03 l-res-comision       pic ---.---.--9,99.
       01  lin-res-enc.
           03 filler pic x(24) value "VEN NOMBRE".
           03 filler pic x(14) value "     FACTURADO".
           03 filler pic x(14) value "      OBJETIVO".
           03 filler pic x(8) value "  CUMPL.".
           03 filler pic x(14) value "       COBRADO".
           03 filler pic x(14) value "      COMISION".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Vendedores y liquidacion de comisiones".
           MOVE 9 TO opc-menu.
           PERFORM UNTIL opc-menu = 0
               DISPLAY "1 - Alta / modificacion de vendedor"
               DISPLAY "2 - Listar vendedores"
               DISPLAY "3 - Liquidacion mensual de comisiones"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               EVALUATE opc-menu
                   WHEN 1
                       PERFORM 100-ALTA-MODIFICACION
                   WHEN 2
                       PERFORM 200-LISTAR-VENDEDORES
                   WHEN 3
                       PERFORM 300-LIQUIDAR-COMISIONES
               END-EVALUATE
           END-PERFORM.
           GOBACK.
      *
      *    El maestro es chico: se carga entero, se modifica en la
      *    tabla y se regraba.
       100-ALTA-MODIFICACION.
           PERFORM 110-CARGAR-VENDEDORES.
           DISPLAY "Codigo de vendedor (1-999):".
           ACCEPT w-cod.
           PERFORM UNTIL w-cod >= 1
               DISPLAY "Codigo invalido"
               ACCEPT w-cod
           END-PERFORM.
           PERFORM 120-UBICAR-VENDEDOR.
           IF idx-v = 0
               IF cant-tv >= 100
                   DISPLAY "Maestro de vendedores completo"
               ELSE
                   ADD 1 TO cant-tv
                   MOVE cant-tv TO idx-v
                   MOVE w-cod TO tv-cod(idx-v)
                   DISPLAY "Vendedor nuevo"
               END-IF
           ELSE
               DISPLAY "Modificando a ", tv-nombre(idx-v)
           END-IF.
           IF idx-v > 0
               PERFORM 130-PEDIR-DATOS
               PERFORM 140-GRABAR-VENDEDORES
               DISPLAY "Vendedor grabado"
           END-IF.
      *
       110-CARGAR-VENDEDORES.
           MOVE 0 TO cant-tv.
           OPEN INPUT VENDEDORES.
           IF vdr-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ VENDEDORES AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-tv < 100
                           ADD 1 TO cant-tv
                           MOVE vdr-reg TO tv-datos(cant-tv)
                           MOVE 0 TO tv-facturado(cant-tv)
                               tv-cobrado(cant-tv) tv-com-fac(cant-tv)
                               tv-com-nc(cant-tv)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDEDORES
           END-IF.
      *
       120-UBICAR-VENDEDOR.
           MOVE 0 TO idx-v.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tv
               IF tv-cod(i) = w-cod
                   MOVE i TO idx-v
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       130-PEDIR-DATOS.
           DISPLAY "Nombre:".
           ACCEPT tv-nombre(idx-v).
           PERFORM UNTIL tv-nombre(idx-v) <> " "
               DISPLAY "El nombre no puede ser vacio"
               ACCEPT tv-nombre(idx-v)
           END-PERFORM.
           DISPLAY "Objetivo mensual de ventas netas $:".
           ACCEPT tv-objetivo(idx-v).
           DISPLAY "Comision general % (familias no informadas):".
           ACCEPT tv-com-general(idx-v).
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > 10
               MOVE 0 TO tv-fam-cod(idx-v, k) tv-fam-pct(idx-v, k)
           END-PERFORM.
           DISPLAY "Comision por familia de articulos (hasta 10)".
           MOVE 1 TO k.
           PERFORM UNTIL k > 10
               DISPLAY "Familia (0 = fin):"
               ACCEPT w-familia
               IF w-familia = 0
                   MOVE 11 TO k
               ELSE
                   DISPLAY "Comision % de la familia ", w-familia, ":"
                   ACCEPT w-pct
                   MOVE w-familia TO tv-fam-cod(idx-v, k)
                   MOVE w-pct TO tv-fam-pct(idx-v, k)
                   ADD 1 TO k
               END-IF
           END-PERFORM.
      *
       140-GRABAR-VENDEDORES.
           OPEN OUTPUT VENDEDORES.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tv
               MOVE tv-datos(i) TO vdr-reg
               WRITE vdr-reg
           END-PERFORM.
           CLOSE VENDEDORES.
      *
       200-LISTAR-VENDEDORES.
           PERFORM 110-CARGAR-VENDEDORES.
           IF cant-tv = 0
               DISPLAY "No hay vendedores cargados"
           END-IF.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tv
               DISPLAY tv-cod(i), " - ", tv-nombre(i),
                   " objetivo $", tv-objetivo(i),
                   " comision general ", tv-com-general(i), "%"
               PERFORM VARYING k FROM 1 BY 1 UNTIL k > 10
                   IF tv-fam-cod(i, k) NOT = 0
                       DISPLAY "      familia ", tv-fam-cod(i, k),
                           " comision ", tv-fam-pct(i, k), "%"
                   END-IF
               END-PERFORM
           END-PERFORM.
           DISPLAY "Total de vendedores: ", cant-tv.
      *
      *    Liquidacion del mes: la comision se devenga sobre lo
      *    cobrado de cada factura (pagos puntuales o a cuenta, con
      *    el mismo criterio de aplicacion que cobranzas) y se paga
      *    la diferencia contra lo ya liquidado. Las notas de
      *    credito descuentan la comision de lo devuelto una sola
      *    vez. Reliquidar un mes reemplaza lo grabado para ese mes.
       300-LIQUIDAR-COMISIONES.
           DISPLAY "Periodo a liquidar AAAAMM:".
           ACCEPT w-periodo.
           PERFORM UNTIL w-per-mes >= 1 AND w-per-mes <= 12 AND
                   w-per-anio > 1900
               DISPLAY "Periodo invalido - reingrese AAAAMM"
               ACCEPT w-periodo
           END-PERFORM.
           COMPUTE w-inicio = w-periodo * 100 + 1.
           COMPUTE w-fin = w-periodo * 100 + 31.
           PERFORM 110-CARGAR-VENDEDORES.
           IF cant-tv = 0
               DISPLAY "No hay vendedores cargados"
           ELSE
               PERFORM 310-CARGAR-ARTICULOS
               PERFORM 320-CARGAR-COMPROBANTES
               PERFORM 330-CARGAR-FECHAS
               PERFORM 340-CARGAR-LIQUIDADAS
               IF flag-posterior = 1
                   DISPLAY "Hay liquidaciones de periodos posteriores"
                       " - no se puede reliquidar ", w-periodo
               ELSE
                   PERFORM 350-APLICAR-PAGOS
                   PERFORM 400-CALCULAR-COMISIONES
                   PERFORM 500-IMPRIMIR-LIQUIDACION
                   DISPLAY "Comision neta del periodo $", tot-comision
                   DISPLAY "Confirma y registra la liquidacion (S/N)?"
                   ACCEPT w-confirma
                   IF w-confirma = "S" OR w-confirma = "s"
                       PERFORM 600-GRABAR-LIQUIDACION
                   ELSE
                       DISPLAY "Liquidacion no registrada"
                   END-IF
               END-IF
           END-IF.
      *
       310-CARGAR-ARTICULOS.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 999
               MOVE 0 TO fam-art(i) precio-art(i)
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
                           IF art_familia IS NUMERIC
                               MOVE art_familia TO fam-art(art_cod)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ARTICULOS
           END-IF.
      *
      *    Comprobantes sin vendedor o con un vendedor que no esta
      *    en el maestro no comisionan (tf-idx-v = 0).
       320-CARGAR-COMPROBANTES.
           MOVE 0 TO cant-tf.
           MOVE 0 TO idx-cab.
           OPEN INPUT FACTURAS.
           IF fac-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ FACTURAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF fac_det_tiporeg = "D"
                           IF idx-cab > 0
                               PERFORM 325-RENGLON
                           END-IF
                       ELSE
                           PERFORM 322-CABECERA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS
           END-IF.
      *
       322-CABECERA.
           MOVE 0 TO idx-cab.
           IF (fac_cab_tiporeg = "C" OR fac_cab_tiporeg = "N") AND
               cant-tf < 3000
               ADD 1 TO cant-tf
               MOVE cant-tf TO idx-cab
               MOVE fac_cab_tiporeg TO tf-tipo(idx-cab)
               MOVE fac_cab_factura TO tf-factura(idx-cab)
               MOVE fac_cab_cliente TO tf-cliente(idx-cab)
               MOVE fac_cab_neto TO tf-neto(idx-cab)
               MOVE fac_cab_total TO tf-total(idx-cab)
               MOVE 0 TO tf-idx-v(idx-cab) tf-fecha(idx-cab)
                   tf-base(idx-cab) tf-base-com(idx-cab)
                   tf-cobrado(idx-cab) tf-cob-mes(idx-cab)
                   tf-liq-ant(idx-cab) tf-com-mes(idx-cab)
               MOVE "n" TO tf-liquidada(idx-cab)
               IF fac_cab_vendedor IS NUMERIC
                   MOVE fac_cab_vendedor TO w-cod
                   IF w-cod NOT = 0
                       PERFORM 120-UBICAR-VENDEDOR
                       MOVE idx-v TO tf-idx-v(idx-cab)
                   END-IF
               END-IF
           END-IF.
      *
      *    Cada renglon pesa por su importe a precio de lista y
      *    aporta la comision de la familia del articulo.
       325-RENGLON.
           IF tf-idx-v(idx-cab) > 0 AND fac_det_art >= 1
               MOVE tf-idx-v(idx-cab) TO idx-v
               MOVE fam-art(fac_det_art) TO w-familia
               PERFORM 327-TASA-FAMILIA
               COMPUTE tf-base(idx-cab) = tf-base(idx-cab) +
                   fac_det_cant * precio-art(fac_det_art)
               COMPUTE tf-base-com(idx-cab) = tf-base-com(idx-cab) +
                   fac_det_cant * precio-art(fac_det_art) * w-pct
           END-IF.
      *
       327-TASA-FAMILIA.
           MOVE tv-com-general(idx-v) TO w-pct.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > 10
               IF tv-fam-cod(idx-v, k) = w-familia AND w-familia > 0
                   MOVE tv-fam-pct(idx-v, k) TO w-pct
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       330-CARGAR-FECHAS.
           OPEN INPUT VENTAS.
           IF ven-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ VENTAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       PERFORM VARYING i FROM 1 BY 1
                               UNTIL i > cant-tf
                           IF tf-factura(i) = ven-factura AND
                               tf-fecha(i) = 0
                               MOVE ven-fecha TO tf-fecha(i)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE VENTAS
           END-IF.
      *
       340-CARGAR-LIQUIDADAS.
           MOVE 0 TO cant-tlq.
           MOVE 0 TO flag-posterior.
           OPEN INPUT LIQUIDADAS.
           IF liq-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ LIQUIDADAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF liq-periodo > w-periodo
                           MOVE 1 TO flag-posterior
                       END-IF
                       IF liq-periodo NOT = w-periodo AND
                           cant-tlq < 5000
                           ADD 1 TO cant-tlq
                           MOVE liq-reg TO tlq-linea(cant-tlq)
                           PERFORM 345-MARCAR-LIQUIDADO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LIQUIDADAS
           END-IF.
      *
       345-MARCAR-LIQUIDADO.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tf
               IF tf-tipo(i) = liq-tipo AND
                   tf-factura(i) = liq-factura
                   ADD liq-comision TO tf-liq-ant(i)
                   MOVE "s" TO tf-liquidada(i)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    Pagos hasta el fin del periodo; lo cobrado dentro del mes
      *    se informa aparte en el estado de cada vendedor.
       350-APLICAR-PAGOS.
           OPEN INPUT PAGOS.
           IF pag-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ PAGOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF pag-fecha <= w-fin AND pag-medio NOT = "G"
                           EVALUATE TRUE
                               WHEN pag-medio = "R"
                                   PERFORM 365-REVERTIR-COBRO
                               WHEN pag-factura NOT = 0
                                   PERFORM 360-APLICAR-A-FACTURA
                               WHEN OTHER
                                   PERFORM 370-APLICAR-A-CUENTA
                           END-EVALUATE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOS
           END-IF.
      *
       360-APLICAR-A-FACTURA.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tf
               IF tf-tipo(i) = "C" AND tf-factura(i) = pag-factura
                   MOVE i TO idx-f
                   MOVE pag-importe TO w-aplicado
                   PERFORM 390-SUMAR-COBRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    Cheque rechazado: lo cobrado vuelve atras y la comision ya
      *    liquidada se recupera en la proxima liquidacion. El gasto
      *    del rechazo no comisiona.
       365-REVERTIR-COBRO.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tf
               IF tf-tipo(i) = "C" AND tf-factura(i) = pag-factura
                   IF pag-importe > tf-cobrado(i)
                       MOVE tf-cobrado(i) TO w-aplicado
                   ELSE
                       MOVE pag-importe TO w-aplicado
                   END-IF
                   SUBTRACT w-aplicado FROM tf-cobrado(i)
                   IF pag-fecha >= w-inicio
                       IF w-aplicado > tf-cob-mes(i)
                           MOVE 0 TO tf-cob-mes(i)
                       ELSE
                           SUBTRACT w-aplicado FROM tf-cob-mes(i)
                       END-IF
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       370-APLICAR-A-CUENTA.
           MOVE pag-importe TO w-resto-pago.
           PERFORM UNTIL w-resto-pago = 0
               PERFORM 380-FACTURA-MAS-VIEJA
               IF idx-f = 0
                   MOVE 0 TO w-resto-pago
               ELSE
                   COMPUTE w-saldo-item =
                       tf-total(idx-f) - tf-cobrado(idx-f)
                   IF w-resto-pago >= w-saldo-item
                       MOVE w-saldo-item TO w-aplicado
                   ELSE
                       MOVE w-resto-pago TO w-aplicado
                   END-IF
                   PERFORM 390-SUMAR-COBRADO
                   SUBTRACT w-aplicado FROM w-resto-pago
               END-IF
           END-PERFORM.
      *
       380-FACTURA-MAS-VIEJA.
           MOVE 0 TO idx-f.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tf
               IF tf-tipo(i) = "C" AND
                   tf-cliente(i) = pag-cliente AND
                   tf-cobrado(i) < tf-total(i)
                   IF idx-f = 0
                       MOVE i TO idx-f
                   ELSE
                       IF tf-fecha(i) < tf-fecha(idx-f)
                           MOVE i TO idx-f
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       390-SUMAR-COBRADO.
           ADD w-aplicado TO tf-cobrado(idx-f).
           IF pag-fecha >= w-inicio
               ADD w-aplicado TO tf-cob-mes(idx-f)
           END-IF.
      *
      *    Comision devengada de una factura = neto x tasa x la
      *    proporcion cobrada del total (el cobro incluye IVA).
       400-CALCULAR-COMISIONES.
           MOVE 0 TO tot-comision.
           PERFORM VARYING idx-f FROM 1 BY 1 UNTIL idx-f > cant-tf
               IF tf-idx-v(idx-f) > 0
                   MOVE tf-idx-v(idx-f) TO idx-v
                   PERFORM 410-TASA-COMPROBANTE
                   IF tf-tipo(idx-f) = "C"
                       PERFORM 420-COMISION-FACTURA
                   ELSE
                       PERFORM 430-COMISION-NOTA
                   END-IF
               END-IF
           END-PERFORM.
      *
       410-TASA-COMPROBANTE.
           IF tf-base(idx-f) > 0
               COMPUTE w-tasa ROUNDED =
                   tf-base-com(idx-f) / tf-base(idx-f)
           ELSE
               MOVE tv-com-general(idx-v) TO w-tasa
           END-IF.
      *
       420-COMISION-FACTURA.
           IF tf-fecha(idx-f) >= w-inicio AND tf-fecha(idx-f) <= w-fin
               ADD tf-neto(idx-f) TO tv-facturado(idx-v)
           END-IF.
           IF tf-total(idx-f) > 0
               IF tf-cobrado(idx-f) > tf-total(idx-f)
                   MOVE tf-total(idx-f) TO w-cobrado
               ELSE
                   MOVE tf-cobrado(idx-f) TO w-cobrado
               END-IF
               COMPUTE w-comision ROUNDED =
                   tf-neto(idx-f) * w-tasa / 100 *
                   w-cobrado / tf-total(idx-f)
               COMPUTE tf-com-mes(idx-f) =
                   w-comision - tf-liq-ant(idx-f)
               ADD tf-cob-mes(idx-f) TO tv-cobrado(idx-v)
               ADD tf-com-mes(idx-f) TO tv-com-fac(idx-v)
               ADD tf-com-mes(idx-f) TO tot-comision
           END-IF.
      *
      *    Las notas fechadas hasta el fin del periodo y todavia no
      *    liquidadas descuentan la comision de lo que devuelven.
       430-COMISION-NOTA.
           IF tf-liquidada(idx-f) NOT = "s" AND
               tf-fecha(idx-f) <= w-fin
               IF tf-fecha(idx-f) >= w-inicio
                   SUBTRACT tf-neto(idx-f) FROM tv-facturado(idx-v)
               END-IF
               COMPUTE tf-com-mes(idx-f) ROUNDED =
                   0 - tf-neto(idx-f) * w-tasa / 100
               ADD tf-com-mes(idx-f) TO tv-com-nc(idx-v)
               ADD tf-com-mes(idx-f) TO tot-comision
           END-IF.
      *
       500-IMPRIMIR-LIQUIDACION.
           OPEN OUTPUT REPORTE.
           MOVE SPACES TO rep-linea.
           STRING "LIQUIDACION DE COMISIONES - PERIODO "
                      DELIMITED BY SIZE
                  w-periodo DELIMITED BY SIZE
                  INTO rep-linea.
           WRITE rep-linea.
           PERFORM VARYING idx-v FROM 1 BY 1 UNTIL idx-v > cant-tv
               PERFORM 510-ESTADO-VENDEDOR
           END-PERFORM.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "RESUMEN CONTRA OBJETIVO" TO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-res-enc.
           PERFORM VARYING idx-v FROM 1 BY 1 UNTIL idx-v > cant-tv
               PERFORM 530-LINEA-RESUMEN
           END-PERFORM.
           CLOSE REPORTE.
           DISPLAY "Liquidacion en ..\liquidacionComisiones.txt".
      *
       510-ESTADO-VENDEDOR.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           STRING "VENDEDOR " DELIMITED BY SIZE
                  tv-cod(idx-v) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  tv-nombre(idx-v) DELIMITED BY SIZE
                  INTO rep-linea.
           WRITE rep-linea.
           PERFORM VARYING idx-f FROM 1 BY 1 UNTIL idx-f > cant-tf
               IF tf-idx-v(idx-f) = idx-v AND tf-com-mes(idx-f) NOT = 0
                   PERFORM 520-LINEA-COMPROBANTE
               END-IF
           END-PERFORM.
           MOVE tv-com-fac(idx-v) TO l-tot-fac.
           MOVE tv-com-nc(idx-v) TO l-tot-nc.
           COMPUTE w-a-pagar = tv-com-fac(idx-v) + tv-com-nc(idx-v).
           MOVE w-a-pagar TO l-tot-pagar.
           WRITE rep-linea FROM lin-vdr-tot.
      *
       520-LINEA-COMPROBANTE.
           MOVE tf-factura(idx-f) TO l-comp-factura.
           MOVE tf-cliente(idx-f) TO l-comp-cliente.
           IF tf-tipo(idx-f) = "C"
               MOVE "FACTURA" TO l-comp-tipo
               MOVE "COBRADO" TO l-comp-det
               MOVE tf-cob-mes(idx-f) TO l-comp-importe
           ELSE
               MOVE "NOTA CRED." TO l-comp-tipo
               MOVE "NETO" TO l-comp-det
               MOVE tf-neto(idx-f) TO l-comp-importe
           END-IF.
           PERFORM 410-TASA-COMPROBANTE.
           MOVE w-tasa TO l-comp-tasa.
           MOVE tf-com-mes(idx-f) TO l-comp-comision.
           WRITE rep-linea FROM lin-comp.
      *
       530-LINEA-RESUMEN.
           MOVE tv-cod(idx-v) TO l-res-cod.
           MOVE tv-nombre(idx-v) TO l-res-nombre.
           MOVE tv-facturado(idx-v) TO l-res-facturado.
           MOVE tv-objetivo(idx-v) TO l-res-objetivo.
           IF tv-objetivo(idx-v) > 0 AND tv-facturado(idx-v) > 0
               COMPUTE w-cumpl ROUNDED =
                   tv-facturado(idx-v) * 100 / tv-objetivo(idx-v)
           ELSE
               MOVE 0 TO w-cumpl
           END-IF.
           MOVE w-cumpl TO l-res-cumpl.
           MOVE tv-cobrado(idx-v) TO l-res-cobrado.
           COMPUTE w-a-pagar = tv-com-fac(idx-v) + tv-com-nc(idx-v).
           MOVE w-a-pagar TO l-res-comision.
           WRITE rep-linea FROM lin-res.
      *
      *    Se regraba el archivo con los otros periodos y se agrega
      *    lo liquidado en este.
       600-GRABAR-LIQUIDACION.
           MOVE 0 TO cant-grabadas.
           OPEN OUTPUT LIQUIDADAS.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tlq
               MOVE tlq-linea(i) TO liq-reg
               WRITE liq-reg
           END-PERFORM.
           PERFORM VARYING idx-f FROM 1 BY 1 UNTIL idx-f > cant-tf
               IF tf-idx-v(idx-f) > 0 AND tf-com-mes(idx-f) NOT = 0
                   MOVE w-periodo TO liq-periodo
                   MOVE tf-idx-v(idx-f) TO idx-v
                   MOVE tv-cod(idx-v) TO liq-vendedor
                   MOVE tf-tipo(idx-f) TO liq-tipo
                   MOVE tf-factura(idx-f) TO liq-factura
                   MOVE tf-cob-mes(idx-f) TO liq-cobrado
                   MOVE tf-com-mes(idx-f) TO liq-comision
                   WRITE liq-reg
                   ADD 1 TO cant-grabadas
               END-IF
           END-PERFORM.
           CLOSE LIQUIDADAS.
           DISPLAY "Liquidacion registrada: ", cant-grabadas,
               " comprobantes".
       END PROGRAM VENDEDORES.
