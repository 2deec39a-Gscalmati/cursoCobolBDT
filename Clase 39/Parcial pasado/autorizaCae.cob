      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZA-CAE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURAS ASSIGN TO "..\facturas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS fac-fileStatus.
           SELECT VENTAS ASSIGN TO "..\ventas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS ven-fileStatus.
           SELECT CLIENTES ASSIGN TO "..\clientes.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cli-fileStatus.
           SELECT CAE-FACTURAS ASSIGN TO "..\caeFacturas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cae-fileStatus.
           SELECT SOLICITUD ASSIGN TO "..\solicitudCae.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT RESPUESTA ASSIGN TO "..\respuestaCae.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS res-fileStatus.
           SELECT REPORTE ASSIGN TO "..\caePendientes.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
      *    Estado de autorizacion de cada comprobante: "P" pedido al
      *    organismo y sin respuesta, "A" autorizado con su CAE y
      *    vencimiento, "R" rechazado con el motivo informado.
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
      *    Solicitud en el formato fijo del organismo: tipo de
      *    comprobante (01 factura A, 06 factura B, 03 nota de
      *    credito A, 08 nota de credito B), punto de venta, numero,
      *    fecha, documento del receptor (80 CUIT, 99 consumidor
      *    final), neto, IVA y total.
       FD  SOLICITUD.
       01  sol-reg.
           03 sol-tipo-cbte        pic 99.
           03 sol-pto-vta          pic 9(4).
           03 sol-numero           pic 9(8).
           03 sol-fecha            pic 9(8).
           03 sol-doc-tipo         pic 99.
           03 sol-doc-nro          pic 9(11).
           03 sol-neto             pic 9(13)v99.
           03 sol-iva              pic 9(13)v99.
           03 sol-total            pic 9(13)v99.
       FD  RESPUESTA.
       01  res-reg.
           03 res-tipo-cbte        pic 99.
           03 res-pto-vta          pic 9(4).
           03 res-numero           pic 9(8).
           03 res-resultado        pic X.
           03 res-cae              pic 9(14).
           03 res-vto              pic 9(8).
           03 res-motivo           pic x(40).
       FD  REPORTE.
       01  rep-linea pic x(100).

       WORKING-STORAGE SECTION.
       77  fac-fileStatus          pic XX.
       77  ven-fileStatus          pic XX.
       77  cli-fileStatus          pic XX.
       77  cae-fileStatus          pic XX.
       77  res-fileStatus          pic XX.
       77  flagLeido               pic X.
       01  w-punto-venta pic 9(4) value 1.
       01  opc-menu pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha pic 9(8).
       01  w-reenviar pic x.
       01  w-cat-iva pic xx.
       01  w-tiporeg pic x.
       01  w-factura pic 9(8).
       01  i pic 9(4).
       01  idx-cae pic 9(4).
       01  idx-cli pic 999.
       01  idx-fc pic 9(4).
       01  cant-enviadas pic 9(4).
       01  cant-autorizadas pic 9(4).
       01  cant-rechazadas pic 9(4).
       01  cant-sin-match pic 9(4).
       01  cant-pendientes pic 9(4).

       01  tabla-cae.
           03 tca-linea            pic x(88) OCCURS 3000 TIMES.
       01  cant-tca pic 9(4) value 0.

       01  tabla-clientes.
           03 tcl-item OCCURS 300 TIMES.
               05 tcl-cod          pic 9(4).
               05 tcl-cuit         pic 9(11).
               05 tcl-cat          pic xx.
       01  cant-tcl pic 999 value 0.

      *    Comprobantes con su fecha de ventas.txt.
       01  tabla-comprobantes.
           03 tfc-item OCCURS 3000 TIMES.
               05 tfc-tipo         pic x.
               05 tfc-factura      pic 9(8).
               05 tfc-cliente      pic 9(4).
               05 tfc-fecha        pic 9(8).
               05 tfc-neto         pic 9(9)v99.
               05 tfc-iva          pic 9(8)v99.
               05 tfc-total        pic 9(9)v99.
       01  cant-tfc pic 9(4) value 0.

       01  lin-pend.
           03 l-pen-tipo           pic x(9).
           03 l-pen-factura        pic 9(8).
           03 filler               pic x(2) value spaces.
           03 l-pen-fecha          pic 9(8).
           03 filler               pic x(2) value spaces.
           03 l-pen-cliente        pic 9(4).
           03 filler               pic x(2) value spaces.
           03 l-pen-total          pic zzz.zzz.zz9,99.
           03 filler               pic x(2) value spaces.
           03 l-pen-estado         pic x(10).
           03 filler               pic x value space.
           03 l-pen-motivo         pic x(38).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Autorizacion electronica de comprobantes (CAE)".
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           MOVE 9 TO opc-menu.
           PERFORM UNTIL opc-menu = 0
               DISPLAY "1 - Generar solicitud de CAE del dia"
               DISPLAY "2 - Procesar respuesta del organismo"
               DISPLAY "3 - Reporte de pendientes y rechazados"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               EVALUATE opc-menu
                   WHEN 1
                       PERFORM 200-GENERAR-SOLICITUD
                   WHEN 2
                       PERFORM 300-PROCESAR-RESPUESTA
                   WHEN 3
                       PERFORM 400-REPORTE-PENDIENTES
               END-EVALUATE
           END-PERFORM.
           GOBACK.
      *
       100-CARGAR-CAE.
           MOVE 0 TO cant-tca.
           OPEN INPUT CAE-FACTURAS.
           IF cae-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ CAE-FACTURAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-tca < 3000
                           ADD 1 TO cant-tca
                           MOVE cae-reg TO tca-linea(cant-tca)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CAE-FACTURAS
           END-IF.
      *
       110-UBICAR-CAE.
           MOVE 0 TO idx-cae.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tca
               MOVE tca-linea(i) TO cae-reg
               IF cae-tiporeg = w-tiporeg AND cae-factura = w-factura
                   MOVE i TO idx-cae
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
       120-GRABAR-CAE.
           OPEN OUTPUT CAE-FACTURAS.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tca
               MOVE tca-linea(i) TO cae-reg
               WRITE cae-reg
           END-PERFORM.
           CLOSE CAE-FACTURAS.
      *
       130-CARGAR-COMPROBANTES.
           MOVE 0 TO cant-tfc.
           OPEN INPUT FACTURAS.
           IF fac-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ FACTURAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF fac_det_tiporeg NOT = "D" AND
                           cant-tfc < 3000
                           ADD 1 TO cant-tfc
                           MOVE fac_cab_tiporeg TO tfc-tipo(cant-tfc)
                           MOVE fac_cab_factura
                               TO tfc-factura(cant-tfc)
                           MOVE fac_cab_cliente
                               TO tfc-cliente(cant-tfc)
                           MOVE 0 TO tfc-fecha(cant-tfc)
                           MOVE fac_cab_neto TO tfc-neto(cant-tfc)
                           MOVE fac_cab_iva TO tfc-iva(cant-tfc)
                           MOVE fac_cab_total TO tfc-total(cant-tfc)
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
                       PERFORM VARYING i FROM 1 BY 1
                               UNTIL i > cant-tfc
                           IF tfc-factura(i) = ven-factura AND
                               tfc-fecha(i) = 0
                               MOVE ven-fecha TO tfc-fecha(i)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE VENTAS
           END-IF.
      *
       140-CARGAR-CLIENTES.
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
                           MOVE cli-cuit TO tcl-cuit(cant-tcl)
                           MOVE cli-categoria-iva TO tcl-cat(cant-tcl)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           END-IF.
      *
      *    Van a la solicitud los comprobantes del dia que todavia no
      *    tienen CAE: los nunca pedidos y los pedidos sin respuesta.
      *    Los rechazados solo se reenvian si se pide (por ejemplo,
      *    despues de corregir el CUIT del cliente en el maestro).
       200-GENERAR-SOLICITUD.
           DISPLAY "Fecha de los comprobantes AAAAMMDD (0 = hoy):".
           ACCEPT w-fecha.
           IF w-fecha = 0
               MOVE w-fecha-hoy TO w-fecha
           END-IF.
           DISPLAY "Reenviar tambien los rechazados (S/N)?".
           ACCEPT w-reenviar.
           PERFORM 100-CARGAR-CAE.
           PERFORM 130-CARGAR-COMPROBANTES.
           PERFORM 140-CARGAR-CLIENTES.
           MOVE 0 TO cant-enviadas.
           OPEN OUTPUT SOLICITUD.
           PERFORM VARYING idx-fc FROM 1 BY 1 UNTIL idx-fc > cant-tfc
               IF tfc-fecha(idx-fc) = w-fecha AND
                   (tfc-tipo(idx-fc) = "C" OR tfc-tipo(idx-fc) = "N")
                   PERFORM 210-SOLICITAR-COMPROBANTE
               END-IF
           END-PERFORM.
           CLOSE SOLICITUD.
           PERFORM 120-GRABAR-CAE.
           DISPLAY "Comprobantes en la solicitud: ", cant-enviadas.
           DISPLAY "Solicitud en ..\solicitudCae.txt".
      *
       210-SOLICITAR-COMPROBANTE.
           MOVE tfc-tipo(idx-fc) TO w-tiporeg.
           MOVE tfc-factura(idx-fc) TO w-factura.
           PERFORM 110-UBICAR-CAE.
           IF idx-cae = 0
               IF cant-tca < 3000
                   ADD 1 TO cant-tca
                   MOVE cant-tca TO idx-cae
                   MOVE SPACES TO cae-reg
                   MOVE w-tiporeg TO cae-tiporeg
                   MOVE w-factura TO cae-factura
                   MOVE tfc-fecha(idx-fc) TO cae-fecha
                   MOVE "P" TO cae-estado
                   MOVE 0 TO cae-codigo cae-vto
               END-IF
           ELSE
               IF cae-estado = "A" OR
                   (cae-estado = "R" AND w-reenviar NOT = "S" AND
                    w-reenviar NOT = "s")
                   MOVE 0 TO idx-cae
               ELSE
                   MOVE "P" TO cae-estado
                   MOVE SPACES TO cae-motivo
               END-IF
           END-IF.
           IF idx-cae > 0
               MOVE w-fecha-hoy TO cae-fecha-sol
               MOVE cae-reg TO tca-linea(idx-cae)
               PERFORM 220-LINEA-SOLICITUD
               ADD 1 TO cant-enviadas
           END-IF.
      *
      *    Factura A al responsable inscripto, B al resto.
       220-LINEA-SOLICITUD.
           MOVE 0 TO sol-doc-nro.
           MOVE "CF" TO w-cat-iva.
           PERFORM VARYING idx-cli FROM 1 BY 1
                   UNTIL idx-cli > cant-tcl
               IF tcl-cod(idx-cli) = tfc-cliente(idx-fc)
                   MOVE tcl-cuit(idx-cli) TO sol-doc-nro
                   MOVE tcl-cat(idx-cli) TO w-cat-iva
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF w-cat-iva = "RI"
               IF w-tiporeg = "C"
                   MOVE 1 TO sol-tipo-cbte
               ELSE
                   MOVE 3 TO sol-tipo-cbte
               END-IF
           ELSE
               IF w-tiporeg = "C"
                   MOVE 6 TO sol-tipo-cbte
               ELSE
                   MOVE 8 TO sol-tipo-cbte
               END-IF
           END-IF.
           IF sol-doc-nro = 0
               MOVE 99 TO sol-doc-tipo
           ELSE
               MOVE 80 TO sol-doc-tipo
           END-IF.
           MOVE w-punto-venta TO sol-pto-vta.
           MOVE w-factura TO sol-numero.
           MOVE tfc-fecha(idx-fc) TO sol-fecha.
           MOVE tfc-neto(idx-fc) TO sol-neto.
           MOVE tfc-iva(idx-fc) TO sol-iva.
           MOVE tfc-total(idx-fc) TO sol-total.
           WRITE sol-reg.
      *
      *    Cada renglon de la respuesta se asienta contra su
      *    comprobante; lo que no se reconoce se cuenta y se informa.
       300-PROCESAR-RESPUESTA.
           MOVE 0 TO cant-autorizadas cant-rechazadas cant-sin-match.
           PERFORM 100-CARGAR-CAE.
           OPEN INPUT RESPUESTA.
           IF res-fileStatus NOT = "00"
               DISPLAY "No hay archivo de respuesta ..\respuestaCae.txt"
           ELSE
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ RESPUESTA AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       PERFORM 310-ASENTAR-RESPUESTA
                   END-READ
               END-PERFORM
               CLOSE RESPUESTA
               PERFORM 120-GRABAR-CAE
               DISPLAY "Autorizados: ", cant-autorizadas,
                   " rechazados: ", cant-rechazadas,
                   " sin comprobante: ", cant-sin-match
           END-IF.
      *
       310-ASENTAR-RESPUESTA.
           IF res-tipo-cbte = 3 OR res-tipo-cbte = 8
               MOVE "N" TO w-tiporeg
           ELSE
               MOVE "C" TO w-tiporeg
           END-IF.
           MOVE res-numero TO w-factura.
           PERFORM 110-UBICAR-CAE.
           IF idx-cae = 0 OR res-pto-vta NOT = w-punto-venta
               ADD 1 TO cant-sin-match
           ELSE
               IF res-resultado = "A"
                   MOVE "A" TO cae-estado
                   MOVE res-cae TO cae-codigo
                   MOVE res-vto TO cae-vto
                   MOVE SPACES TO cae-motivo
                   ADD 1 TO cant-autorizadas
               ELSE
                   MOVE "R" TO cae-estado
                   MOVE 0 TO cae-codigo cae-vto
                   MOVE res-motivo TO cae-motivo
                   ADD 1 TO cant-rechazadas
               END-IF
               MOVE cae-reg TO tca-linea(idx-cae)
           END-IF.
      *
      *    Todo comprobante sin CAE: sin pedir, pedido sin respuesta
      *    o rechazado con su motivo.
       400-REPORTE-PENDIENTES.
           MOVE 0 TO cant-pendientes cant-rechazadas.
           PERFORM 100-CARGAR-CAE.
           PERFORM 130-CARGAR-COMPROBANTES.
           OPEN OUTPUT REPORTE.
           MOVE SPACES TO rep-linea.
           STRING "COMPROBANTES SIN CAE AL " DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  INTO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           PERFORM VARYING idx-fc FROM 1 BY 1 UNTIL idx-fc > cant-tfc
               IF tfc-tipo(idx-fc) = "C" OR tfc-tipo(idx-fc) = "N"
                   PERFORM 410-LINEA-PENDIENTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           STRING "PENDIENTES: " DELIMITED BY SIZE
                  cant-pendientes DELIMITED BY SIZE
                  "  RECHAZADOS: " DELIMITED BY SIZE
                  cant-rechazadas DELIMITED BY SIZE
                  INTO rep-linea.
           WRITE rep-linea.
           CLOSE REPORTE.
           DISPLAY "Pendientes: ", cant-pendientes,
               " rechazados: ", cant-rechazadas.
           DISPLAY "Reporte en ..\caePendientes.txt".
      *
       410-LINEA-PENDIENTE.
           MOVE tfc-tipo(idx-fc) TO w-tiporeg.
           MOVE tfc-factura(idx-fc) TO w-factura.
           PERFORM 110-UBICAR-CAE.
           IF idx-cae > 0 AND cae-estado = "A"
               CONTINUE
           ELSE
               IF w-tiporeg = "C"
                   MOVE "FACTURA" TO l-pen-tipo
               ELSE
                   MOVE "NOTA CRED" TO l-pen-tipo
               END-IF
               MOVE w-factura TO l-pen-factura
               MOVE tfc-fecha(idx-fc) TO l-pen-fecha
               MOVE tfc-cliente(idx-fc) TO l-pen-cliente
               MOVE tfc-total(idx-fc) TO l-pen-total
               MOVE SPACES TO l-pen-motivo
               EVALUATE TRUE
                   WHEN idx-cae = 0
                       MOVE "SIN PEDIR" TO l-pen-estado
                       ADD 1 TO cant-pendientes
                   WHEN cae-estado = "R"
                       MOVE "RECHAZADO" TO l-pen-estado
                       MOVE cae-motivo TO l-pen-motivo
                       ADD 1 TO cant-rechazadas
                   WHEN OTHER
                       MOVE "PEDIDO" TO l-pen-estado
                       ADD 1 TO cant-pendientes
               END-EVALUATE
               WRITE rep-linea FROM lin-pend
           END-IF.
       END PROGRAM AUTORIZA-CAE.
