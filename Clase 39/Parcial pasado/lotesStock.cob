      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTES-STOCK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTES ASSIGN TO "..\lotesStock.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS lot-fileStatus.
           SELECT EXISTENCIAS ASSIGN TO "..\existencias.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS exi-fileStatus.
           SELECT AJUSTES ASSIGN TO "..\ajustesStock.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS aju-fileStatus.
           SELECT ARTICULOS ASSIGN TO "..\articulos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS art-fileStatus.
           SELECT REMITOS ASSIGN TO "..\remitos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS rem-fileStatus.
           SELECT FACTURAS ASSIGN TO "..\facturas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS fac-fileStatus.
           SELECT CLIENTES ASSIGN TO "..\clientes.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cli-fileStatus.
           SELECT REPORTE ASSIGN TO w-nombre-reporte
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTES.
       01  lot-reg.
           03 lot-art              pic 999.
           03 lot-deposito         pic 99.
           03 lot-lote             pic x(10).
           03 lot-vencimiento      pic 9(8).
           03 lot-ingreso          pic 9(8).
           03 lot-saldo            pic s9(5).
       FD  EXISTENCIAS.
       01  exi-reg.
           03 exi-cod              pic 999.
           03 exi-cantidad         pic s9(5).
           03 exi-deposito         pic 99.
       FD  AJUSTES.
       01  aju-reg.
           03 aju-fecha            pic 9(8).
           03 aju-deposito         pic 99.
           03 aju-cod              pic 999.
           03 aju-cantidad         pic s9(5).
           03 aju-motivo           pic x(3).
           03 aju-operador         pic x(10).
           03 aju-lote             pic x(10).
       FD  ARTICULOS.
       01  art_reg.
           03 art_cod              pic 999.
           03 art_nombre           pic X(20).
           03 art_precio           pic 9(6)v99.
           03 art_alicuota         pic 99v99.
           03 art_familia          pic 99.
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
       FD  REPORTE.
       01  rep-linea pic x(100).

       WORKING-STORAGE SECTION.
       77  lot-fileStatus          pic XX.
       77  exi-fileStatus          pic XX.
       77  aju-fileStatus          pic XX.
       77  art-fileStatus          pic XX.
       77  rem-fileStatus          pic XX.
       77  fac-fileStatus          pic XX.
       77  cli-fileStatus          pic XX.
       77  flagLeido               pic X.
       01  w-nombre-reporte pic x(30).
       01  opc-menu pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-limite pic 9(8).
       01  w-dias pic 999.
       01  w-dias-vto pic s9(5).
       01  w-operador pic x(10).
       01  w-art pic 999.
       01  w-lote pic x(10).
       01  resp pic x.
       01  d pic 99.
       01  cod pic 9(4).
       01  i pic 9(4).
       01  j pic 9(4).
       01  cant-listados pic 9(4).
       01  cant-bajas pic 9(4).
       01  cant-entregas pic 9(4).
       01  tot-unidades pic 9(7).
       01  w-cliente pic 9(4).
       01  w-cliente-nombre pic x(20).

       01  tabla-lotes.
           03 tlo-item OCCURS 2000 TIMES.
               05 tlo-art          pic 999.
               05 tlo-deposito     pic 99.
               05 tlo-lote         pic x(10).
               05 tlo-vencimiento  pic 9(8).
               05 tlo-ingreso      pic 9(8).
               05 tlo-saldo        pic s9(5).
       01  cant-lotes pic 9(4) value 0.

       01  vec-nombre-art.
           03 nom-art              pic x(20) OCCURS 999 TIMES.
       01  vec-existencias.
           03 exi-dep OCCURS 5 TIMES.
               05 exi-onhand       pic s9(6) OCCURS 999 TIMES.

       01  tabla-facturas.
           03 tfa-item OCCURS 3000 TIMES.
               05 tfa-factura      pic 9(8).
               05 tfa-cliente      pic 9(4).
       01  cant-tfa pic 9(4) value 0.
       01  tabla-clientes.
           03 tcl-item OCCURS 300 TIMES.
               05 tcl-cod          pic 9(4).
               05 tcl-nombre       pic x(20).
       01  cant-tcl pic 999 value 0.

       01  lin-lote.
           03 filler               pic x(2) value spaces.
           03 l-lot-art            pic 999.
           03 filler               pic x value space.
           03 l-lot-nombre         pic x(20).
           03 filler               pic x(6) value " LOTE ".
           03 l-lot-lote           pic x(10).
           03 filler               pic x(7) value " VENCE ".
           03 l-lot-vence          pic 9(8).
           03 filler               pic x value space.
           03 l-lot-dias           pic ----9.
           03 filler               pic x(6) value " DIAS ".
           03 filler               pic x(7) value " SALDO ".
           03 l-lot-saldo          pic ----9.
           03 filler               pic x value space.
           03 l-lot-estado         pic x(7).
       01  lin-traza.
           03 filler               pic x(7) value "REMITO ".
           03 l-tra-remito         pic 9(8).
           03 filler               pic x(5) value " DEL ".
           03 l-tra-fecha          pic 9(8).
           03 filler               pic x(9) value " FACTURA ".
           03 l-tra-factura        pic 9(8).
           03 filler               pic x(9) value " CLIENTE ".
           03 l-tra-cliente        pic 9(4).
           03 filler               pic x value space.
           03 l-tra-nombre         pic x(20).
           03 filler               pic x(6) value " CANT ".
           03 l-tra-cant           pic zz9.
           03 filler               pic x(5) value " DEP ".
           03 l-tra-dep            pic 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Lotes y vencimientos de mercaderia".
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           MOVE 9 TO opc-menu.
           PERFORM UNTIL opc-menu = 0
               DISPLAY "1 - Reporte de lotes proximos a vencer"
               DISPLAY "2 - Baja de lotes vencidos"
               DISPLAY "3 - Trazabilidad de un lote (clientes)"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               EVALUATE opc-menu
                   WHEN 1
                       PERFORM 200-REPORTE-POR-VENCER
                   WHEN 2
                       PERFORM 300-BAJA-VENCIDOS
                   WHEN 3
                       PERFORM 400-TRAZABILIDAD
               END-EVALUATE
           END-PERFORM.
           GOBACK.
      *
       100-CARGAR-LOTES.
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
       110-CARGAR-ARTICULOS.
           PERFORM VARYING cod FROM 1 BY 1 UNTIL cod > 999
               MOVE SPACES TO nom-art(cod)
           END-PERFORM.
           OPEN INPUT ARTICULOS.
           IF art-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ ARTICULOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF art_cod >= 1 AND art_cod <= 999
                           MOVE art_nombre TO nom-art(art_cod)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ARTICULOS
           END-IF.
      *
       120-REGRABAR-LOTES.
           OPEN OUTPUT LOTES.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-lotes
               MOVE tlo-item(i) TO lot-reg
               WRITE lot-reg
           END-PERFORM.
           CLOSE LOTES.
      *
      *    Corrida semanal: por deposito, los lotes con saldo que
      *    vencen dentro del horizonte pedido y los ya vencidos que
      *    todavia no se dieron de baja.
       200-REPORTE-POR-VENCER.
           DISPLAY "Horizonte en dias (0 = 30):".
           ACCEPT w-dias.
           IF w-dias = 0
               MOVE 30 TO w-dias
           END-IF.
           COMPUTE w-fecha-limite = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(w-fecha-hoy) + w-dias).
           PERFORM 100-CARGAR-LOTES.
           PERFORM 110-CARGAR-ARTICULOS.
           MOVE 0 TO cant-listados.
           MOVE "..\lotesPorVencer.txt" TO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE SPACES TO rep-linea.
           STRING "LOTES PROXIMOS A VENCER AL " DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  " (HASTA " DELIMITED BY SIZE
                  w-fecha-limite DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
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
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-lotes
                   IF tlo-deposito(i) = d AND tlo-saldo(i) > 0 AND
                       tlo-vencimiento(i) <= w-fecha-limite
                       PERFORM 210-LINEA-LOTE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           STRING "LOTES LISTADOS: " DELIMITED BY SIZE
                  cant-listados DELIMITED BY SIZE
                  INTO rep-linea.
           WRITE rep-linea.
           CLOSE REPORTE.
           DISPLAY "Lotes listados: ", cant-listados,
               " - reporte en ..\lotesPorVencer.txt".
      *
       210-LINEA-LOTE.
           ADD 1 TO cant-listados.
           COMPUTE w-dias-vto =
               FUNCTION INTEGER-OF-DATE(tlo-vencimiento(i)) -
               FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           MOVE tlo-art(i) TO l-lot-art.
           MOVE nom-art(tlo-art(i)) TO l-lot-nombre.
           MOVE tlo-lote(i) TO l-lot-lote.
           MOVE tlo-vencimiento(i) TO l-lot-vence.
           MOVE w-dias-vto TO l-lot-dias.
           MOVE tlo-saldo(i) TO l-lot-saldo.
           IF w-dias-vto < 0
               MOVE "VENCIDO" TO l-lot-estado
           ELSE
               MOVE SPACES TO l-lot-estado
           END-IF.
           WRITE rep-linea FROM lin-lote.
      *
      *    La baja de lo vencido se asienta como ajuste de stock
      *    (motivo VEN, con el lote y el operador) y descuenta la
      *    existencia del deposito, igual que un ajuste de conteo.
       300-BAJA-VENCIDOS.
           DISPLAY "Operador responsable de la baja:".
           ACCEPT w-operador.
           PERFORM 100-CARGAR-LOTES.
           PERFORM 310-CARGAR-EXISTENCIAS.
           MOVE 0 TO cant-bajas.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-lotes
               IF tlo-saldo(i) > 0 AND
                   tlo-vencimiento(i) < w-fecha-hoy
                   PERFORM 320-BAJA-LOTE
               END-IF
           END-PERFORM.
           IF cant-bajas > 0
               PERFORM 120-REGRABAR-LOTES
               PERFORM 330-REGRABAR-EXISTENCIAS
           END-IF.
           DISPLAY "Lotes dados de baja: ", cant-bajas.
      *
       310-CARGAR-EXISTENCIAS.
           PERFORM VARYING d FROM 1 BY 1 UNTIL d > 5
               PERFORM VARYING cod FROM 1 BY 1 UNTIL cod > 999
                   MOVE 0 TO exi-onhand(d, cod)
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
       320-BAJA-LOTE.
           DISPLAY "Deposito ", tlo-deposito(i), " articulo ",
               tlo-art(i), " lote ", tlo-lote(i), " vencio ",
               tlo-vencimiento(i), " saldo ", tlo-saldo(i).
           DISPLAY "Da de baja el lote? S/N".
           ACCEPT resp.
           IF resp = "S" OR resp = "s"
               OPEN EXTEND AJUSTES
               IF aju-fileStatus NOT = "00"
                   OPEN OUTPUT AJUSTES
               END-IF
               MOVE w-fecha-hoy TO aju-fecha
               MOVE tlo-deposito(i) TO aju-deposito
               MOVE tlo-art(i) TO aju-cod
               COMPUTE aju-cantidad = 0 - tlo-saldo(i)
               MOVE "VEN" TO aju-motivo
               MOVE w-operador TO aju-operador
               MOVE tlo-lote(i) TO aju-lote
               WRITE aju-reg
               CLOSE AJUSTES
               IF tlo-deposito(i) >= 1 AND tlo-deposito(i) <= 5
                   SUBTRACT tlo-saldo(i) FROM
                       exi-onhand(tlo-deposito(i), tlo-art(i))
               END-IF
               MOVE 0 TO tlo-saldo(i)
               ADD 1 TO cant-bajas
           END-IF.
      *
       330-REGRABAR-EXISTENCIAS.
           OPEN OUTPUT EXISTENCIAS.
           PERFORM VARYING d FROM 1 BY 1 UNTIL d > 5
               PERFORM VARYING cod FROM 1 BY 1 UNTIL cod > 999
                   PERFORM 340-GRABAR-EXISTENCIA
               END-PERFORM
           END-PERFORM.
           CLOSE EXISTENCIAS.
      *
       340-GRABAR-EXISTENCIA.
           IF exi-onhand(d, cod) NOT = 0
               MOVE cod TO exi-cod
               MOVE exi-onhand(d, cod) TO exi-cantidad
               MOVE d TO exi-deposito
               WRITE exi-reg
           END-IF.
      *
      *    Para un retiro del mercado: cada remito que saco
      *    mercaderia del lote, con la factura y el cliente.
       400-TRAZABILIDAD.
           DISPLAY "Articulo:".
           ACCEPT w-art.
           PERFORM UNTIL w-art >= 1
               DISPLAY "Articulo invalido - reingrese"
               ACCEPT w-art
           END-PERFORM.
           DISPLAY "Lote:".
           ACCEPT w-lote.
           PERFORM 100-CARGAR-LOTES.
           PERFORM 110-CARGAR-ARTICULOS.
           PERFORM 410-CARGAR-FACTURAS-CLIENTES.
           MOVE 0 TO cant-entregas.
           MOVE 0 TO tot-unidades.
           MOVE "..\trazaLote.txt" TO w-nombre-reporte.
           OPEN OUTPUT REPORTE.
           MOVE SPACES TO rep-linea.
           STRING "TRAZABILIDAD DEL LOTE " DELIMITED BY SIZE
                  w-lote DELIMITED BY SIZE
                  " ARTICULO " DELIMITED BY SIZE
                  w-art DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  nom-art(w-art) DELIMITED BY SIZE
                  INTO rep-linea.
           WRITE rep-linea.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-lotes
               IF tlo-art(i) = w-art AND tlo-lote(i) = w-lote
                   MOVE SPACES TO rep-linea
                   STRING "  DEPOSITO " DELIMITED BY SIZE
                          tlo-deposito(i) DELIMITED BY SIZE
                          " INGRESO " DELIMITED BY SIZE
                          tlo-ingreso(i) DELIMITED BY SIZE
                          " VENCE " DELIMITED BY SIZE
                          tlo-vencimiento(i) DELIMITED BY SIZE
                          " SALDO " DELIMITED BY SIZE
                          tlo-saldo(i) DELIMITED BY SIZE
                          INTO rep-linea
                   WRITE rep-linea
               END-IF
           END-PERFORM.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           OPEN INPUT REMITOS.
           IF rem-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ REMITOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF rem-art = w-art AND rem-lote = w-lote
                           PERFORM 420-LINEA-ENTREGA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REMITOS
           END-IF.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           STRING "ENTREGAS: " DELIMITED BY SIZE
                  cant-entregas DELIMITED BY SIZE
                  " UNIDADES: " DELIMITED BY SIZE
                  tot-unidades DELIMITED BY SIZE
                  INTO rep-linea.
           WRITE rep-linea.
           CLOSE REPORTE.
           DISPLAY "Entregas del lote: ", cant-entregas,
               " - detalle en ..\trazaLote.txt".
      *
       410-CARGAR-FACTURAS-CLIENTES.
           MOVE 0 TO cant-tfa.
           OPEN INPUT FACTURAS.
           IF fac-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ FACTURAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF fac_cab_tiporeg = "C" AND cant-tfa < 3000
                           ADD 1 TO cant-tfa
                           MOVE fac_cab_factura TO tfa-factura(cant-tfa)
                           MOVE fac_cab_cliente TO tfa-cliente(cant-tfa)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS
           END-IF.
           MOVE 0 TO cant-tcl.
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
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           END-IF.
      *
       420-LINEA-ENTREGA.
           MOVE 0 TO w-cliente.
           MOVE SPACES TO w-cliente-nombre.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > cant-tfa
               IF tfa-factura(j) = rem-factura
                   MOVE tfa-cliente(j) TO w-cliente
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > cant-tcl
               IF tcl-cod(j) = w-cliente
                   MOVE tcl-nombre(j) TO w-cliente-nombre
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE rem-remito TO l-tra-remito.
           MOVE rem-fecha TO l-tra-fecha.
           MOVE rem-factura TO l-tra-factura.
           MOVE w-cliente TO l-tra-cliente.
           MOVE w-cliente-nombre TO l-tra-nombre.
           MOVE rem-cant TO l-tra-cant.
           MOVE rem-deposito TO l-tra-dep.
           WRITE rep-linea FROM lin-traza.
           ADD 1 TO cant-entregas.
           ADD rem-cant TO tot-unidades.
       END PROGRAM LOTES-STOCK.
