               FILE STATUS IS con-fileStatus.
           SELECT PENDIENTES ASSIGN TO "..\pendientesDespacho.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT COSTOS ASSIGN TO "..\costosArticulos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cos-fileStatus.
           SELECT CAE-FACTURAS ASSIGN TO "..\caeFacturas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cae-fileStatus.
           SELECT LOTES ASSIGN TO "..\lotesStock.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS lot-fileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  FACTURAS.
           03 fac_cab_neto         pic 9(9)v99.
           03 fac_cab_iva          pic 9(8)v99.
           03 fac_cab_total        pic 9(9)v99.
           03 fac_cab_vendedor     pic 999.
       01  fac_reg_det.
           03 fac_det_tiporeg      pic X.
           03 fac_det_art          pic 999.
           03 rem-art              pic 999.
           03 rem-cant             pic 999.
           03 rem-deposito         pic 99.
      *    Costo promedio unitario al momento del despacho: queda
      *    congelado para el margen aunque el costo cambie despues.
           03 rem-costo            pic 9(6)v99.
      *    Lote del que salio el renglon (blanco si no lleva lote).
           03 rem-lote             pic x(10).
       FD  CONTADOR.
       01  con-reg.
           03 con-ultimo-remito    pic 9(8).
       FD  PENDIENTES.
       01  pen-linea pic x(80).
       FD  COSTOS.
       01  cos-reg.
           03 cos-art              pic 999.
           03 cos-costo            pic 9(6)v99.
           03 cos-fecha            pic 9(8).
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
       FD  LOTES.
       01  lot-reg.
           03 lot-art              pic 999.
           03 lot-deposito         pic 99.
           03 lot-lote             pic x(10).
           03 lot-vencimiento      pic 9(8).
           03 lot-ingreso          pic 9(8).
           03 lot-saldo            pic s9(5).

       WORKING-STORAGE SECTION.
       77  fac-fileStatus          pic XX.
       77  rem-fileStatus          pic XX.
       77  con-fileStatus          pic XX.
       77  cos-fileStatus          pic XX.
       77  cae-fileStatus          pic XX.
       77  lot-fileStatus          pic XX.
       77  flagLeido               pic X.
       01  opc-menu pic 9.
       01  w-fecha-hoy pic 9(8).
               05 tl-art           pic 999.
               05 tl-facturado     pic 9(5).
               05 tl-remitido      pic 9(5).
               05 tl-costo         pic 9(6)v99.
       01  cant-lineas pic 99 value 0.
       01  cant-sin-costo pic 99 value 0.

      *    Acumulado facturado/remitido por factura y articulo para
      *    el reporte de pendientes de despacho.
       01  idx-p pic 9(4).
       01  w-cab-factura pic 9(8).
       01  w-cab-tipo pic x.
       01  flag-cae pic 9.
       01  w-resto-lote pic 999.
       01  w-sale pic 999.
       01  idx-lot pic 9(4).
       01  j pic 9(4).
       01  cant-mov-lotes pic 9(4).

       01  tabla-lotes.
           03 tlo-item OCCURS 2000 TIMES.
               05 tlo-art          pic 999.
               05 tlo-deposito     pic 99.
               05 tlo-lote         pic x(10).
               05 tlo-vencimiento  pic 9(8).
               05 tlo-ingreso      pic 9(8).
               05 tlo-saldo        pic s9(5).
       01  cant-lotes pic 9(4) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF cant-lineas = 0
               DISPLAY "La factura no existe o no tiene renglones"
           ELSE
               PERFORM 320-VERIFICAR-CAE
               IF flag-cae = 0
                   DISPLAY "La factura no tiene CAE autorizado - no "
                       "se despacha"
               ELSE
                   PERFORM 400-CAPTURAR-CANTIDADES
                   IF cant-desp-lineas > 0
                       PERFORM 500-EMITIR-REMITO
                   ELSE
                       DISPLAY "Nada para despachar"
                   END-IF
               END-IF
           END-IF.
      *
               CLOSE FACTURAS
           END-IF.
           PERFORM 350-RESTAR-YA-REMITIDO.
      *
      *    Solo se despachan facturas autorizadas por el organismo.
       320-VERIFICAR-CAE.
           MOVE 0 TO flag-cae.
           OPEN INPUT CAE-FACTURAS.
           IF cae-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ CAE-FACTURAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cae-tiporeg = "C" AND
                           cae-factura = w-factura AND
                           cae-estado = "A"
                           MOVE 1 TO flag-cae
                           MOVE "s" TO flagLeido
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CAE-FACTURAS
           END-IF.
      *
       350-RESTAR-YA-REMITIDO.
           OPEN INPUT REMITOS.
      *
       500-EMITIR-REMITO.
           PERFORM 510-NUMERO-NUEVO.
           PERFORM 520-COSTOS-DEL-REMITO.
           PERFORM 540-CARGAR-LOTES.
           MOVE 0 TO cant-mov-lotes.
           OPEN EXTEND REMITOS.
           IF rem-fileStatus NOT = "00"
               OPEN OUTPUT REMITOS
           END-IF.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-lineas
               IF tl-remitido(i) > 0
                   PERFORM 530-SALIDA-POR-LOTES
               END-IF
           END-PERFORM.
           CLOSE REMITOS.
           IF cant-mov-lotes > 0
               PERFORM 560-REGRABAR-LOTES
           END-IF.
           DISPLAY "Remito ", w-remito-nuevo, " emitido con ",
               cant-desp-lineas, " renglones - el stock baja con "
               "la proxima corrida de actualizacion".
           IF cant-sin-costo > 0
               DISPLAY "ATENCION: ", cant-sin-costo, " renglones "
                   "sin costo registrado - salen a costo cero"
           END-IF.
      *
       510-NUMERO-NUEVO.
           MOVE 0 TO w-remito-nuevo.
           WRITE con-reg.
           CLOSE CONTADOR.
      *
      *    Costo promedio vigente de cada articulo que sale en este
      *    remito.
       520-COSTOS-DEL-REMITO.
           MOVE 0 TO cant-sin-costo.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-lineas
               MOVE 0 TO tl-costo(i)
           END-PERFORM.
           OPEN INPUT COSTOS.
           IF cos-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ COSTOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       PERFORM VARYING i FROM 1 BY 1
                               UNTIL i > cant-lineas
                           IF tl-art(i) = cos-art
                               MOVE cos-costo TO tl-costo(i)
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE COSTOS
           END-IF.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-lineas
               IF tl-remitido(i) > 0 AND tl-costo(i) = 0
                   ADD 1 TO cant-sin-costo
               END-IF
           END-PERFORM.
      *
      *    Cada renglon sale del lote vigente que vence primero en
      *    el deposito (FEFO); si no alcanza pasa al siguiente lote
      *    y lo que no tiene lote sale en un renglon sin lote. Los
      *    lotes vencidos no se despachan: van a baja.
       530-SALIDA-POR-LOTES.
           MOVE tl-remitido(i) TO w-resto-lote.
           PERFORM UNTIL w-resto-lote = 0
               PERFORM 535-LOTE-QUE-VENCE-PRIMERO
               MOVE w-remito-nuevo TO rem-remito
               MOVE w-factura TO rem-factura
               MOVE w-fecha-hoy TO rem-fecha
               MOVE tl-art(i) TO rem-art
               MOVE w-deposito TO rem-deposito
               MOVE tl-costo(i) TO rem-costo
               IF idx-lot = 0
                   MOVE w-resto-lote TO w-sale
                   MOVE SPACES TO rem-lote
               ELSE
                   IF tlo-saldo(idx-lot) < w-resto-lote
                       MOVE tlo-saldo(idx-lot) TO w-sale
                   ELSE
                       MOVE w-resto-lote TO w-sale
                   END-IF
                   MOVE tlo-lote(idx-lot) TO rem-lote
                   SUBTRACT w-sale FROM tlo-saldo(idx-lot)
                   ADD 1 TO cant-mov-lotes
                   DISPLAY "Articulo ", tl-art(i), " sale del lote ",
                       tlo-lote(idx-lot), " (vence ",
                       tlo-vencimiento(idx-lot), ") cantidad ", w-sale
               END-IF
               MOVE w-sale TO rem-cant
               WRITE rem-reg
               SUBTRACT w-sale FROM w-resto-lote
           END-PERFORM.
      *
       535-LOTE-QUE-VENCE-PRIMERO.
           MOVE 0 TO idx-lot.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > cant-lotes
               IF tlo-art(j) = tl-art(i) AND
                   tlo-deposito(j) = w-deposito AND
                   tlo-saldo(j) > 0 AND
                   tlo-vencimiento(j) >= w-fecha-hoy
                   IF idx-lot = 0
                       MOVE j TO idx-lot
                   ELSE
                       IF tlo-vencimiento(j) < tlo-vencimiento(idx-lot)
                           MOVE j TO idx-lot
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       540-CARGAR-LOTES.
           MOVE 0 TO cant-lotes.
           OPEN INPUT LOTES.
           IF lot-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ LOTES AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-lotes < 2000
                           ADD 1 TO cant-lotes
                           MOVE lot-reg TO tlo-item(cant-lotes)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTES
           END-IF.
      *
       560-REGRABAR-LOTES.
           OPEN OUTPUT LOTES.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > cant-lotes
               MOVE tlo-item(j) TO lot-reg
               WRITE lot-reg
           END-PERFORM.
           CLOSE LOTES.
      *
      *    Lo facturado que el deposito todavia debe: facturas "C"
      *    cruzadas con los renglones de remito acumulados.
       600-REPORTE-PENDIENTES.
