               FILE STATUS IS pag-fileStatus.
           SELECT AGING ASSIGN TO "..\agingClientes.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT CHEQUES ASSIGN TO "..\chequesCartera.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS chq-fileStatus.
      *    Resumen de cuenta mensual: uno por cliente al spool, con
      *    asiento en el catalogo de reportes, y la misma informacion
      *    en formato fijo para enviarla por correo.
           SELECT LISTADO ASSIGN TO ws-nombre-spool
               ORGANIZATION is line SEQUENTIAL.
           SELECT CATALOGO ASSIGN TO "..\catalogoReportes.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cat-fileStatus.
           SELECT EXPORTA ASSIGN TO "..\resumenesCuenta.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           03 cli-cuit             pic 9(11).
           03 cli-categoria-iva    pic xx.
           03 cli-limite-credito   pic 9(7)v99.
           03 cli-lista            pic X.
           03 cli-vendedor         pic 999.
           03 cli-bloqueo          pic X.
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
           03 ven-factura          pic 9(8).
      *    Pago de un cliente: aplicado a una factura puntual o a
      *    cuenta (factura en cero, se aplica a lo mas viejo).
      *    Medio "E" efectivo (en blanco en los pagos viejos), "Q"
      *    cheque de cartera, "R" reversion de un cheque rechazado
      *    (reabre la factura) y "G" gasto por el rechazo, que se
      *    carga a la cuenta del cliente como una partida mas.
       FD  PAGOS.
       01  pag-reg.
           03 pag-cliente          pic 9(4).
           03 pag-fecha            pic 9(8).
           03 pag-importe          pic 9(9)v99.
           03 pag-factura          pic 9(8).
           03 pag-medio            pic X.
       FD  AGING.
       01  agi-linea pic x(90).
      *    Cheque recibido de un cliente. Estado "C" en cartera, "D"
      *    depositado, "E" endosado a un proveedor, "R" rechazado.
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
       FD  LISTADO.
       01  lis-reg pic x(80).
       FD  CATALOGO.
       01  cat-reg.
           03 cat-fecha-hora pic x(14).
           03 cat-programa pic x(20).
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).
      *    Exportacion del resumen: cabecera "H" por cliente, un "M"
      *    por movimiento del mes y un "T" con saldo final, bandas de
      *    antiguedad y la marca de bloqueo por credito.
       FD  EXPORTA.
       01  exp-cab.
           03 exp-cab-tiporeg      pic X.
           03 exp-cab-cliente      pic 9(4).
           03 exp-cab-nombre       pic x(20).
           03 exp-cab-cuit         pic 9(11).
           03 exp-cab-periodo      pic 9(6).
           03 exp-cab-desde        pic 9(8).
           03 exp-cab-hasta        pic 9(8).
           03 exp-cab-saldo-ini    pic s9(11)v99.
       01  exp-mov.
           03 exp-mov-tiporeg      pic X.
           03 exp-mov-cliente      pic 9(4).
           03 exp-mov-fecha        pic 9(8).
           03 exp-mov-tipo         pic X.
           03 exp-mov-numero       pic 9(8).
           03 exp-mov-debe         pic 9(11)v99.
           03 exp-mov-haber        pic 9(11)v99.
           03 exp-mov-saldo        pic s9(11)v99.
       01  exp-tot.
           03 exp-tot-tiporeg      pic X.
           03 exp-tot-cliente      pic 9(4).
           03 exp-tot-saldo-fin    pic s9(11)v99.
           03 exp-tot-030          pic 9(11)v99.
           03 exp-tot-3160         pic 9(11)v99.
           03 exp-tot-6190         pic 9(11)v99.
           03 exp-tot-mas90        pic 9(11)v99.
           03 exp-tot-a-favor      pic 9(11)v99.
           03 exp-tot-bloqueo      pic X.
           03 exp-tot-vencida      pic 9(11)v99.
           03 exp-tot-limite       pic 9(7)v99.

       WORKING-STORAGE SECTION.
       77  cli-fileStatus          pic XX.
       77  fac-fileStatus          pic XX.
       77  ven-fileStatus          pic XX.
       77  pag-fileStatus          pic XX.
       77  cat-fileStatus          pic XX.
       77  chq-fileStatus          pic XX.
       77  flagLeido               pic X.
       01  opc-menu pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-cliente pic 9(4).
       01  flag-cli-ok pic 9.
       01  flag-chq-ok pic 9.
       01  w-banco pic 999.
       01  w-numero pic 9(8).
       01  i pic 9(4).
       01  idx-f pic 9(4).
       01  w-dias pic s9(5).
               05 ta-cobrado       pic 9(9)v99.
       01  cant-ta pic 9(4) value 0.

       01  ws-nombre-spool pic x(40).
       01  ws-ts-spool pic x(14).
       01  w-periodo pic 9(6).
       01  w-periodo-r redefines w-periodo.
           03 w-per-anio           pic 9(4).
           03 w-per-mes            pic 99.
       01  w-desde pic 9(8).
       01  w-hasta pic 9(8).
       01  w-proximo pic 9(8).
       01  w-saldo pic s9(11)v99.
       01  w-saldo-ini pic s9(11)v99.
       01  w-a-favor pic 9(11)v99.
       01  w-vencida pic s9(11)v99.
       01  w-bloqueo pic x.
       01  w-comprobante pic x(9).
       01  idx-m pic 9(4).
       01  idx-min pic 9(4).
       01  cant-resumenes pic 9(4) value 0.
       01  res-030 pic 9(11)v99.
       01  res-3160 pic 9(11)v99.
       01  res-6190 pic 9(11)v99.
       01  res-mas90 pic 9(11)v99.

      *    Facturas y notas de credito de todos los clientes, con la
      *    fecha de ventas y lo aplicado al cierre del periodo.
       01  tabla-comprobantes.
           03 trc-item OCCURS 3000 TIMES.
               05 trc-tipo         pic X.
               05 trc-factura      pic 9(8).
               05 trc-cliente      pic 9(4).
               05 trc-fecha        pic 9(8).
               05 trc-total        pic 9(9)v99.
               05 trc-cobrado      pic 9(9)v99.
       01  cant-trc pic 9(4) value 0.
       01  tabla-pagos.
           03 trp-item OCCURS 3000 TIMES.
               05 trp-cliente      pic 9(4).
               05 trp-fecha        pic 9(8).
               05 trp-importe      pic 9(9)v99.
               05 trp-factura      pic 9(8).
               05 trp-medio        pic X.
       01  cant-trp pic 9(4) value 0.
      *    Movimientos del mes del cliente en curso, para ordenarlos
      *    por fecha.
       01  tabla-movimientos.
           03 tmv-item OCCURS 500 TIMES.
               05 tmv-fecha        pic 9(8).
               05 tmv-tipo         pic X.
               05 tmv-numero       pic 9(8).
               05 tmv-importe      pic 9(9)v99.
               05 tmv-listado      pic 9.
               05 tmv-orden        pic 9.
       01  cant-tmv pic 9(4) value 0.

       01  lin-mov.
           03 l-mov-fecha          pic 9(8).
           03 filler               pic x(2) value spaces.
           03 l-mov-tipo           pic x(8).
           03 filler               pic x value space.
           03 l-mov-numero         pic x(8).
           03 filler               pic x value space.
           03 l-mov-debe           pic zzz.zzz.zz9,99
                                   blank when zero.
           03 filler               pic x value space.
           03 l-mov-haber          pic zzz.zzz.zz9,99
                                   blank when zero.
           03 filler               pic x value space.
           03 l-mov-saldo          pic ---.---.--9,99.
       01  lin-banda.
           03 filler               pic x(2) value spaces.
           03 l-ban-texto          pic x(30).
           03 l-ban-importe        pic zzz.zzz.zz9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Cuentas corrientes de clientes".
           PERFORM UNTIL opc-menu = 0
               DISPLAY "1 - Registrar pago"
               DISPLAY "2 - Partidas abiertas y aging"
               DISPLAY "3 - Resumenes de cuenta del mes"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               EVALUATE opc-menu
                       PERFORM 200-REGISTRAR-PAGO
                   WHEN 2
                       PERFORM 300-PARTIDAS-Y-AGING
                   WHEN 3
                       PERFORM 600-RESUMENES-DE-CUENTA
               END-EVALUATE
           END-PERFORM.
           GOBACK.
               MOVE w-fecha-hoy TO pag-fecha
               DISPLAY "Importe del pago:"
               ACCEPT pag-importe
               DISPLAY "Medio de pago (E efectivo, Q cheque):"
               ACCEPT pag-medio
               PERFORM UNTIL pag-medio = "E" OR pag-medio = "Q"
                   DISPLAY "Medio invalido - reingrese"
                   ACCEPT pag-medio
               END-PERFORM
               DISPLAY "Factura que cancela (0 = a cuenta):"
               ACCEPT pag-factura
               PERFORM UNTIL pag-medio = "E" OR pag-factura NOT = 0
                   DISPLAY "El cheque se aplica a una factura - "
                       "ingrese el numero"
                   ACCEPT pag-factura
               END-PERFORM
               MOVE 1 TO flag-chq-ok
               IF pag-medio = "Q" AND pag-importe NOT = 0
                   PERFORM 220-RECIBIR-CHEQUE
               END-IF
               EVALUATE TRUE
                   WHEN pag-importe = 0
                       DISPLAY "El importe debe ser mayor a cero"
                   WHEN flag-chq-ok = 0
                       DISPLAY "Pago no registrado"
                   WHEN OTHER
                       OPEN EXTEND PAGOS
                       IF pag-fileStatus NOT = "00"
                           OPEN OUTPUT PAGOS
                       END-IF
                       WRITE pag-reg
                       CLOSE PAGOS
                       DISPLAY "Pago registrado"
               END-EVALUATE
           END-IF.
      *
       210-VALIDAR-CLIENTE.
               END-PERFORM
               CLOSE CLIENTES
           END-IF.
      *
      *    El cheque entra a la cartera con el importe y la factura
      *    del pago; banco y numero lo identifican y no se repiten.
       220-RECIBIR-CHEQUE.
           DISPLAY "Banco (codigo):".
           ACCEPT w-banco.
           DISPLAY "Numero de cheque:".
           ACCEPT w-numero.
           MOVE 1 TO flag-chq-ok.
           OPEN INPUT CHEQUES.
           IF chq-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ CHEQUES AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF chq-banco = w-banco AND chq-numero = w-numero
                           MOVE 0 TO flag-chq-ok
                           MOVE "s" TO flagLeido
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUES
           END-IF.
           IF flag-chq-ok = 0
               DISPLAY "El cheque ya esta registrado en la cartera"
           ELSE
               MOVE w-banco TO chq-banco
               MOVE w-numero TO chq-numero
               DISPLAY "Librador:"
               ACCEPT chq-librador
               DISPLAY "Fecha de pago AAAAMMDD (0 = al dia):"
               ACCEPT chq-fecha-pago
               IF chq-fecha-pago = 0
                   MOVE w-fecha-hoy TO chq-fecha-pago
               END-IF
               MOVE pag-cliente TO chq-cliente
               MOVE pag-factura TO chq-factura
               MOVE pag-importe TO chq-importe
               MOVE w-fecha-hoy TO chq-fecha-recibido
               MOVE "C" TO chq-estado
               MOVE w-fecha-hoy TO chq-fecha-estado
               MOVE 0 TO chq-proveedor
               MOVE 0 TO chq-orden-pago
               OPEN EXTEND CHEQUES
               IF chq-fileStatus NOT = "00"
                   OPEN OUTPUT CHEQUES
               END-IF
               WRITE chq-reg
               CLOSE CHEQUES
           END-IF.
      *
       300-PARTIDAS-Y-AGING.
           MOVE 0 TO cant-ta.
                   READ PAGOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       EVALUATE TRUE
                           WHEN pag-medio = "G"
                               PERFORM 445-AGREGAR-GASTO
                           WHEN pag-medio = "R"
                               PERFORM 455-REVERTIR-PAGO
                           WHEN pag-factura NOT = 0
                               PERFORM 450-APLICAR-A-FACTURA
                           WHEN OTHER
                               PERFORM 460-APLICAR-A-CUENTA
                       END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PAGOS
           END-IF.
      *
      *    El gasto por cheque rechazado es una partida propia del
      *    cliente (sin numero de factura) que envejece desde el dia
      *    del rechazo.
       445-AGREGAR-GASTO.
           IF cant-ta < 1000
               ADD 1 TO cant-ta
               MOVE 0 TO ta-factura(cant-ta)
               MOVE pag-cliente TO ta-cliente(cant-ta)
               MOVE pag-fecha TO ta-fecha(cant-ta)
               MOVE pag-importe TO ta-total(cant-ta)
               MOVE 0 TO ta-cobrado(cant-ta)
           END-IF.
      *
       450-APLICAR-A-FACTURA.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-ta
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    Cheque rechazado: se descuenta de lo cobrado de la factura
      *    a la que se habia aplicado.
       455-REVERTIR-PAGO.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-ta
               IF ta-factura(i) = pag-factura AND
                   ta-cliente(i) = pag-cliente
                   IF pag-importe > ta-cobrado(i)
                       MOVE 0 TO ta-cobrado(i)
                   ELSE
                       SUBTRACT pag-importe FROM ta-cobrado(i)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       460-APLICAR-A-CUENTA.
           MOVE pag-importe TO w-resto-pago.
               WHEN OTHER
                   ADD w-saldo-item TO tot-mas90
           END-EVALUATE.
           IF ta-factura(i) = 0
               MOVE " GASTO   " TO w-comprobante
           ELSE
               MOVE " FACTURA " TO w-comprobante
           END-IF.
           MOVE SPACES TO agi-linea.
           STRING "CLIENTE " DELIMITED BY SIZE
                  ta-cliente(i) DELIMITED BY SIZE
                  w-comprobante DELIMITED BY SIZE
                  ta-factura(i) DELIMITED BY SIZE
                  " DEL "     DELIMITED BY SIZE
                  ta-fecha(i) DELIMITED BY SIZE
                  w-dias      DELIMITED BY SIZE
                  INTO agi-linea.
           WRITE agi-linea.
      *
      *    Resumen de cuenta del mes: saldo anterior, facturas, notas
      *    de credito y pagos del periodo por fecha con saldo
      *    corrido, saldo final, antiguedad al cierre y aviso de
      *    bloqueo. Sale para cada cliente con movimientos en el mes
      *    o con saldo pendiente.
       600-RESUMENES-DE-CUENTA.
           DISPLAY "Periodo del resumen AAAAMM:".
           ACCEPT w-periodo.
           PERFORM UNTIL w-per-mes >= 1 AND w-per-mes <= 12
               DISPLAY "Periodo invalido - reingrese AAAAMM"
               ACCEPT w-periodo
           END-PERFORM.
           COMPUTE w-desde = w-per-anio * 10000 + w-per-mes * 100 + 1.
           IF w-per-mes = 12
               COMPUTE w-proximo = (w-per-anio + 1) * 10000 + 101
           ELSE
               COMPUTE w-proximo =
                   w-per-anio * 10000 + (w-per-mes + 1) * 100 + 1
           END-IF.
           COMPUTE w-hasta = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(w-proximo) - 1).
           PERFORM 610-CARGAR-COMPROBANTES.
           PERFORM 620-FECHAS-COMPROBANTES.
           PERFORM 630-CARGAR-PAGOS.
           MOVE 0 TO cant-resumenes.
           OPEN OUTPUT EXPORTA.
           OPEN INPUT CLIENTES.
           IF cli-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ CLIENTES AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       PERFORM 640-RESUMEN-CLIENTE
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           END-IF.
           CLOSE EXPORTA.
           DISPLAY "Resumenes emitidos: ", cant-resumenes,
               " - exportacion en ..\resumenesCuenta.txt".
      *
       610-CARGAR-COMPROBANTES.
           MOVE 0 TO cant-trc.
           OPEN INPUT FACTURAS.
           IF fac-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ FACTURAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF fac_det_tiporeg NOT = "D" AND
                           (fac_cab_tiporeg = "C" OR
                            fac_cab_tiporeg = "N") AND
                           cant-trc < 3000
                           ADD 1 TO cant-trc
                           MOVE fac_cab_tiporeg TO trc-tipo(cant-trc)
                           MOVE fac_cab_factura
                               TO trc-factura(cant-trc)
                           MOVE fac_cab_cliente
                               TO trc-cliente(cant-trc)
                           MOVE fac_cab_total TO trc-total(cant-trc)
                           MOVE 0 TO trc-fecha(cant-trc)
                           MOVE 0 TO trc-cobrado(cant-trc)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS
           END-IF.
      *
       620-FECHAS-COMPROBANTES.
           OPEN INPUT VENTAS.
           IF ven-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ VENTAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       PERFORM VARYING i FROM 1 BY 1
                               UNTIL i > cant-trc
                           IF trc-factura(i) = ven-factura
                               MOVE ven-fecha TO trc-fecha(i)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE VENTAS
           END-IF.
      *
       630-CARGAR-PAGOS.
           MOVE 0 TO cant-trp.
           OPEN INPUT PAGOS.
           IF pag-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ PAGOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF pag-medio = "G"
                           PERFORM 635-GASTO-COMO-PARTIDA
                       ELSE
                           IF cant-trp < 3000
                               ADD 1 TO cant-trp
                               MOVE pag-cliente TO trp-cliente(cant-trp)
                               MOVE pag-fecha TO trp-fecha(cant-trp)
                               MOVE pag-importe TO trp-importe(cant-trp)
                               MOVE pag-factura TO trp-factura(cant-trp)
                               MOVE pag-medio TO trp-medio(cant-trp)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOS
           END-IF.
      *
      *    El gasto por cheque rechazado va con los comprobantes como
      *    tipo "G": suma al saldo y envejece como una factura.
       635-GASTO-COMO-PARTIDA.
           IF cant-trc < 3000
               ADD 1 TO cant-trc
               MOVE "G" TO trc-tipo(cant-trc)
               MOVE 0 TO trc-factura(cant-trc)
               MOVE pag-cliente TO trc-cliente(cant-trc)
               MOVE pag-fecha TO trc-fecha(cant-trc)
               MOVE pag-importe TO trc-total(cant-trc)
               MOVE 0 TO trc-cobrado(cant-trc)
           END-IF.
      *
      *    Lo anterior al periodo forma el saldo anterior; lo del
      *    periodo son los movimientos del resumen.
       640-RESUMEN-CLIENTE.
           MOVE 0 TO w-saldo-ini.
           MOVE 0 TO cant-tmv.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-trc
               IF trc-cliente(i) = cli-cod
                   IF trc-fecha(i) < w-desde
                       IF trc-tipo(i) = "N"
                           SUBTRACT trc-total(i) FROM w-saldo-ini
                       ELSE
                           ADD trc-total(i) TO w-saldo-ini
                       END-IF
                   ELSE
                       IF trc-fecha(i) <= w-hasta AND cant-tmv < 500
                           ADD 1 TO cant-tmv
                           MOVE trc-fecha(i) TO tmv-fecha(cant-tmv)
                           MOVE trc-tipo(i) TO tmv-tipo(cant-tmv)
                           MOVE trc-factura(i) TO tmv-numero(cant-tmv)
                           MOVE trc-total(i) TO tmv-importe(cant-tmv)
                           MOVE 0 TO tmv-listado(cant-tmv)
                           IF trc-tipo(i) = "G"
                               MOVE 3 TO tmv-orden(cant-tmv)
                           ELSE
                               MOVE 1 TO tmv-orden(cant-tmv)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-trp
               IF trp-cliente(i) = cli-cod
                   IF trp-fecha(i) < w-desde
                       IF trp-medio(i) = "R"
                           ADD trp-importe(i) TO w-saldo-ini
                       ELSE
                           SUBTRACT trp-importe(i) FROM w-saldo-ini
                       END-IF
                   ELSE
                       IF trp-fecha(i) <= w-hasta AND cant-tmv < 500
                           ADD 1 TO cant-tmv
                           MOVE trp-fecha(i) TO tmv-fecha(cant-tmv)
                           IF trp-medio(i) = "R"
                               MOVE "R" TO tmv-tipo(cant-tmv)
                           ELSE
                               MOVE "P" TO tmv-tipo(cant-tmv)
                           END-IF
                           MOVE trp-factura(i) TO tmv-numero(cant-tmv)
                           MOVE trp-importe(i) TO tmv-importe(cant-tmv)
                           MOVE 0 TO tmv-listado(cant-tmv)
                           MOVE 2 TO tmv-orden(cant-tmv)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF cant-tmv > 0 OR w-saldo-ini NOT = 0
               PERFORM 660-ANTIGUEDAD
               PERFORM 670-CONTROL-CREDITO
               PERFORM 680-IMPRIMIR-RESUMEN
               ADD 1 TO cant-resumenes
           END-IF.
      *
      *    Antiguedad al cierre del periodo con el mismo criterio que
      *    las partidas abiertas: el pago con factura cancela esa
      *    factura y el pago a cuenta va a lo mas viejo. Las notas de
      *    credito se aplican como un pago a cuenta y lo que sobra
      *    queda como saldo a favor del cliente.
       660-ANTIGUEDAD.
           MOVE 0 TO w-a-favor.
           MOVE 0 TO res-030 res-3160 res-6190 res-mas90.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-trc
               IF trc-cliente(i) = cli-cod
                   MOVE 0 TO trc-cobrado(i)
               END-IF
           END-PERFORM.
           PERFORM VARYING idx-m FROM 1 BY 1 UNTIL idx-m > cant-trp
               IF trp-cliente(idx-m) = cli-cod AND
                   trp-fecha(idx-m) <= w-hasta
                   MOVE trp-importe(idx-m) TO w-resto-pago
                   IF trp-medio(idx-m) = "R"
                       PERFORM 663-REVERTIR-PAGO
                   ELSE
                       IF trp-factura(idx-m) NOT = 0
                           PERFORM 662-APLICAR-A-FACTURA
                       END-IF
                       PERFORM 664-APLICAR-A-CUENTA
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING idx-m FROM 1 BY 1 UNTIL idx-m > cant-trc
               IF trc-cliente(idx-m) = cli-cod AND
                   trc-tipo(idx-m) = "N" AND
                   trc-fecha(idx-m) <= w-hasta
                   MOVE trc-total(idx-m) TO w-resto-pago
                   PERFORM 664-APLICAR-A-CUENTA
               END-IF
           END-PERFORM.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-trc
               IF trc-cliente(i) = cli-cod AND trc-tipo(i) NOT = "N"
                   AND trc-fecha(i) <= w-hasta
                   COMPUTE w-saldo-item = trc-total(i) - trc-cobrado(i)
                   IF w-saldo-item > 0
                       PERFORM 668-BANDA
                   END-IF
               END-IF
           END-PERFORM.
      *
       662-APLICAR-A-FACTURA.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-trc
               IF trc-factura(i) = trp-factura(idx-m) AND
                   trc-tipo(i) = "C" AND trc-cliente(i) = cli-cod
                   ADD w-resto-pago TO trc-cobrado(i)
                   MOVE 0 TO w-resto-pago
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       663-REVERTIR-PAGO.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-trc
               IF trc-factura(i) = trp-factura(idx-m) AND
                   trc-tipo(i) = "C" AND trc-cliente(i) = cli-cod
                   IF w-resto-pago > trc-cobrado(i)
                       MOVE 0 TO trc-cobrado(i)
                   ELSE
                       SUBTRACT w-resto-pago FROM trc-cobrado(i)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       664-APLICAR-A-CUENTA.
           PERFORM UNTIL w-resto-pago = 0
               PERFORM 666-FACTURA-MAS-VIEJA
               IF idx-f = 0
                   ADD w-resto-pago TO w-a-favor
                   MOVE 0 TO w-resto-pago
               ELSE
                   COMPUTE w-saldo-item =
                       trc-total(idx-f) - trc-cobrado(idx-f)
                   IF w-resto-pago >= w-saldo-item
                       ADD w-saldo-item TO trc-cobrado(idx-f)
                       SUBTRACT w-saldo-item FROM w-resto-pago
                   ELSE
                       ADD w-resto-pago TO trc-cobrado(idx-f)
                       MOVE 0 TO w-resto-pago
                   END-IF
               END-IF
           END-PERFORM.
      *
       666-FACTURA-MAS-VIEJA.
           MOVE 0 TO idx-f.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-trc
               IF trc-cliente(i) = cli-cod AND trc-tipo(i) NOT = "N"
                   AND trc-fecha(i) <= w-hasta AND
                   trc-cobrado(i) < trc-total(i)
                   IF idx-f = 0
                       MOVE i TO idx-f
                   ELSE
                       IF trc-fecha(i) < trc-fecha(idx-f)
                           MOVE i TO idx-f
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       668-BANDA.
           IF trc-fecha(i) = 0
               MOVE 0 TO w-dias
           ELSE
               COMPUTE w-dias =
                   FUNCTION INTEGER-OF-DATE(w-hasta) -
                   FUNCTION INTEGER-OF-DATE(trc-fecha(i))
           END-IF.
           EVALUATE TRUE
               WHEN w-dias <= 30
                   ADD w-saldo-item TO res-030
               WHEN w-dias <= 60
                   ADD w-saldo-item TO res-3160
               WHEN w-dias <= 90
                   ADD w-saldo-item TO res-6190
               WHEN OTHER
                   ADD w-saldo-item TO res-mas90
           END-EVALUATE.
      *
      *    Mismo bloqueo que aplica facturacion, medido al cierre:
      *    facturas de mas de 30 dias netas de todos los pagos contra
      *    el limite de credito del maestro (el cheque rechazado y su
      *    gasto vuelven a sumar), o cliente suspendido por rechazo.
       670-CONTROL-CREDITO.
           MOVE 0 TO w-vencida.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-trc
               IF trc-cliente(i) = cli-cod AND trc-tipo(i) = "G" AND
                   trc-fecha(i) <= w-hasta
                   ADD trc-total(i) TO w-vencida
               END-IF
               IF trc-cliente(i) = cli-cod AND trc-tipo(i) = "C" AND
                   trc-fecha(i) NOT = 0 AND trc-fecha(i) <= w-hasta
                   COMPUTE w-dias =
                       FUNCTION INTEGER-OF-DATE(w-hasta) -
                       FUNCTION INTEGER-OF-DATE(trc-fecha(i))
                   IF w-dias > 30
                       ADD trc-total(i) TO w-vencida
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-trp
               IF trp-cliente(i) = cli-cod AND trp-fecha(i) <= w-hasta
                   IF trp-medio(i) = "R"
                       ADD trp-importe(i) TO w-vencida
                   ELSE
                       SUBTRACT trp-importe(i) FROM w-vencida
                   END-IF
               END-IF
           END-PERFORM.
           IF w-vencida < 0
               MOVE 0 TO w-vencida
           END-IF.
           IF w-vencida > cli-limite-credito OR cli-bloqueo = "S"
               MOVE "S" TO w-bloqueo
           ELSE
               MOVE "N" TO w-bloqueo
           END-IF.
      *
       680-IMPRIMIR-RESUMEN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
           MOVE SPACES TO ws-nombre-spool.
           STRING "..\resumenCuenta_" DELIMITED BY SIZE
                  w-periodo          DELIMITED BY SIZE
                  "_"                DELIMITED BY SIZE
                  cli-cod            DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
                  INTO ws-nombre-spool.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO lis-reg.
           STRING "RESUMEN DE CUENTA DEL " DELIMITED BY SIZE
                  w-desde                  DELIMITED BY SIZE
                  " AL "                   DELIMITED BY SIZE
                  w-hasta                  DELIMITED BY SIZE
                  INTO lis-reg.
           WRITE lis-reg.
           MOVE SPACES TO lis-reg.
           STRING "CLIENTE "  DELIMITED BY SIZE
                  cli-cod     DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  cli-nombre  DELIMITED BY SIZE
                  " CUIT "    DELIMITED BY SIZE
                  cli-cuit    DELIMITED BY SIZE
                  INTO lis-reg.
           WRITE lis-reg.
           MOVE SPACES TO lis-reg.
           WRITE lis-reg.
           MOVE SPACES TO lis-reg.
           STRING "FECHA     COMPROBANTE      "  DELIMITED BY SIZE
                  "           DEBE          HABER" DELIMITED BY SIZE
                  "          SALDO"              DELIMITED BY SIZE
                  INTO lis-reg.
           WRITE lis-reg.
           MOVE "H" TO exp-cab-tiporeg.
           MOVE cli-cod TO exp-cab-cliente.
           MOVE cli-nombre TO exp-cab-nombre.
           MOVE cli-cuit TO exp-cab-cuit.
           MOVE w-periodo TO exp-cab-periodo.
           MOVE w-desde TO exp-cab-desde.
           MOVE w-hasta TO exp-cab-hasta.
           MOVE w-saldo-ini TO exp-cab-saldo-ini.
           WRITE exp-cab.
           MOVE w-saldo-ini TO w-saldo.
           MOVE w-desde TO l-mov-fecha.
           MOVE "SALDO" TO l-mov-tipo.
           MOVE "ANTERIOR" TO l-mov-numero.
           MOVE 0 TO l-mov-debe l-mov-haber.
           MOVE w-saldo TO l-mov-saldo.
           WRITE lis-reg FROM lin-mov.
           PERFORM VARYING idx-m FROM 1 BY 1 UNTIL idx-m > cant-tmv
               PERFORM 682-MOVIMIENTO-MAS-VIEJO
               PERFORM 684-LINEA-MOVIMIENTO
           END-PERFORM.
           MOVE w-hasta TO l-mov-fecha.
           MOVE "SALDO" TO l-mov-tipo.
           MOVE "FINAL" TO l-mov-numero.
           MOVE 0 TO l-mov-debe l-mov-haber.
           MOVE w-saldo TO l-mov-saldo.
           WRITE lis-reg FROM lin-mov.
           MOVE SPACES TO lis-reg.
           WRITE lis-reg.
           MOVE "SALDO POR ANTIGUEDAD AL CIERRE" TO lis-reg.
           WRITE lis-reg.
           MOVE "HASTA 30 DIAS" TO l-ban-texto.
           MOVE res-030 TO l-ban-importe.
           WRITE lis-reg FROM lin-banda.
           MOVE "31 A 60 DIAS" TO l-ban-texto.
           MOVE res-3160 TO l-ban-importe.
           WRITE lis-reg FROM lin-banda.
           MOVE "61 A 90 DIAS" TO l-ban-texto.
           MOVE res-6190 TO l-ban-importe.
           WRITE lis-reg FROM lin-banda.
           MOVE "MAS DE 90 DIAS" TO l-ban-texto.
           MOVE res-mas90 TO l-ban-importe.
           WRITE lis-reg FROM lin-banda.
           IF w-a-favor > 0
               MOVE "SALDO A FAVOR" TO l-ban-texto
               MOVE w-a-favor TO l-ban-importe
               WRITE lis-reg FROM lin-banda
           END-IF.
           IF w-bloqueo = "S"
               MOVE SPACES TO lis-reg
               WRITE lis-reg
               MOVE "*** CUENTA SUSPENDIDA PARA NUEVAS VENTAS ***"
                   TO lis-reg
               WRITE lis-reg
               IF cli-bloqueo = "S"
                   MOVE "  POR CHEQUE RECHAZADO" TO lis-reg
                   WRITE lis-reg
               END-IF
               MOVE "DEUDA VENCIDA (MAS DE 30 DIAS)" TO l-ban-texto
               MOVE w-vencida TO l-ban-importe
               WRITE lis-reg FROM lin-banda
               MOVE "LIMITE DE CREDITO" TO l-ban-texto
               MOVE cli-limite-credito TO l-ban-importe
               WRITE lis-reg FROM lin-banda
           END-IF.
           CLOSE LISTADO.
           MOVE "T" TO exp-tot-tiporeg.
           MOVE cli-cod TO exp-tot-cliente.
           MOVE w-saldo TO exp-tot-saldo-fin.
           MOVE res-030 TO exp-tot-030.
           MOVE res-3160 TO exp-tot-3160.
           MOVE res-6190 TO exp-tot-6190.
           MOVE res-mas90 TO exp-tot-mas90.
           MOVE w-a-favor TO exp-tot-a-favor.
           MOVE w-bloqueo TO exp-tot-bloqueo.
           MOVE w-vencida TO exp-tot-vencida.
           MOVE cli-limite-credito TO exp-tot-limite.
           WRITE exp-tot.
           OPEN EXTEND CATALOGO.
           IF cat-fileStatus NOT = "00"
               OPEN OUTPUT CATALOGO
           END-IF.
           MOVE ws-ts-spool TO cat-fecha-hora.
           MOVE "RESUMEN-CUENTA" TO cat-programa.
           MOVE ws-nombre-spool TO cat-archivo.
           MOVE 1 TO cat-paginas.
           WRITE cat-reg.
           CLOSE CATALOGO.
      *
      *    A igual fecha salen primero los comprobantes, despues los
      *    pagos y rechazos y al final los gastos, cada grupo en el
      *    orden en que se registro.
       682-MOVIMIENTO-MAS-VIEJO.
           MOVE 0 TO idx-min.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tmv
               IF tmv-listado(i) = 0
                   IF idx-min = 0
                       MOVE i TO idx-min
                   ELSE
                       IF tmv-fecha(i) < tmv-fecha(idx-min) OR
                           (tmv-fecha(i) = tmv-fecha(idx-min) AND
                            tmv-orden(i) < tmv-orden(idx-min))
                           MOVE i TO idx-min
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 1 TO tmv-listado(idx-min).
      *
       684-LINEA-MOVIMIENTO.
           MOVE tmv-fecha(idx-min) TO l-mov-fecha.
           MOVE tmv-numero(idx-min) TO l-mov-numero.
           MOVE 0 TO l-mov-debe l-mov-haber.
           MOVE 0 TO exp-mov-debe exp-mov-haber.
           EVALUATE tmv-tipo(idx-min)
               WHEN "C"
                   MOVE "FACTURA" TO l-mov-tipo
                   MOVE tmv-importe(idx-min) TO l-mov-debe
                   MOVE tmv-importe(idx-min) TO exp-mov-debe
                   ADD tmv-importe(idx-min) TO w-saldo
               WHEN "N"
                   MOVE "N.CRED." TO l-mov-tipo
                   MOVE tmv-importe(idx-min) TO l-mov-haber
                   MOVE tmv-importe(idx-min) TO exp-mov-haber
                   SUBTRACT tmv-importe(idx-min) FROM w-saldo
               WHEN "G"
                   MOVE "GASTO" TO l-mov-tipo
                   MOVE "RECHAZO" TO l-mov-numero
                   MOVE tmv-importe(idx-min) TO l-mov-debe
                   MOVE tmv-importe(idx-min) TO exp-mov-debe
                   ADD tmv-importe(idx-min) TO w-saldo
               WHEN "R"
                   MOVE "CH.RECH." TO l-mov-tipo
                   MOVE tmv-importe(idx-min) TO l-mov-debe
                   MOVE tmv-importe(idx-min) TO exp-mov-debe
                   ADD tmv-importe(idx-min) TO w-saldo
               WHEN OTHER
                   MOVE "PAGO" TO l-mov-tipo
                   IF tmv-numero(idx-min) = 0
                       MOVE "A CUENTA" TO l-mov-numero
                   END-IF
                   MOVE tmv-importe(idx-min) TO l-mov-haber
                   MOVE tmv-importe(idx-min) TO exp-mov-haber
                   SUBTRACT tmv-importe(idx-min) FROM w-saldo
           END-EVALUATE.
           MOVE w-saldo TO l-mov-saldo.
           WRITE lis-reg FROM lin-mov.
           MOVE "M" TO exp-mov-tiporeg.
           MOVE cli-cod TO exp-mov-cliente.
           MOVE tmv-fecha(idx-min) TO exp-mov-fecha.
           MOVE tmv-tipo(idx-min) TO exp-mov-tipo.
           MOVE tmv-numero(idx-min) TO exp-mov-numero.
           MOVE w-saldo TO exp-mov-saldo.
           WRITE exp-mov.
       END PROGRAM COBRANZAS-CLI.
