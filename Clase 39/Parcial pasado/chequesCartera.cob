      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUES-CARTERA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUES ASSIGN TO "..\chequesCartera.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS chq-fileStatus.
           SELECT CLIENTES ASSIGN TO "..\clientes.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cli-fileStatus.
           SELECT PAGOS ASSIGN TO "..\pagosClientes.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS pag-fileStatus.
           SELECT VENCIMIENTOS ASSIGN TO "..\chequesVencimientos.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  PAGOS.
       01  pag-reg.
           03 pag-cliente          pic 9(4).
           03 pag-fecha            pic 9(8).
           03 pag-importe          pic 9(9)v99.
           03 pag-factura          pic 9(8).
           03 pag-medio            pic X.
       FD  VENCIMIENTOS.
       01  ven-linea pic x(90).

       WORKING-STORAGE SECTION.
       77  chq-fileStatus          pic XX.
       77  cli-fileStatus          pic XX.
       77  pag-fileStatus          pic XX.
       77  flagLeido               pic X.
       01  opc-menu pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-banco pic 999.
       01  w-numero pic 9(8).
       01  w-cliente pic 9(4).
       01  w-gasto pic 9(9)v99.
       01  w-fecha-corte pic 9(8).
       01  w-dias pic s9(5).
       01  w-subtotal pic 9(11)v99.
       01  w-total pic 9(11)v99.
       01  w-depositado pic 9(11)v99.
       01  resp pic x.
       01  i pic 9(4).
       01  idx-ch pic 9(4).
       01  idx-min pic 9(4).
       01  idx-cli pic 9(4).
       01  cant-en-cartera pic 9(4).
       01  cant-depositados pic 9(4).
       01  tot-al-cobro pic 9(11)v99.
       01  tot-semana pic 9(11)v99.
       01  tot-mes pic 9(11)v99.
       01  tot-mas-mes pic 9(11)v99.

       01  tabla-cheques.
           03 tch-item OCCURS 2000 TIMES.
               05 tch-reg          pic x(88).
               05 tch-listado      pic x.
       01  cant-tch pic 9(4) value 0.
       01  tabla-clientes.
           03 tcl-item OCCURS 2000 TIMES.
               05 tcl-reg          pic x(51).
       01  cant-tcl pic 9(4) value 0.

       01  lin-cheque.
           03 filler               pic x(2) value spaces.
           03 l-chq-fecha          pic 9(8).
           03 filler               pic x(2) value spaces.
           03 l-chq-banco          pic 999.
           03 filler               pic x value "-".
           03 l-chq-numero         pic 9(8).
           03 filler               pic x(2) value spaces.
           03 l-chq-librador       pic x(20).
           03 filler               pic x(5) value " CLI ".
           03 l-chq-cliente        pic 9(4).
           03 filler               pic x(2) value spaces.
           03 l-chq-importe        pic zzz.zzz.zz9,99.
           03 filler               pic x(2) value spaces.
           03 l-chq-marca          pic x(8).
       01  lin-total.
           03 filler               pic x(2) value spaces.
           03 l-tot-texto          pic x(30).
           03 filler               pic x(30) value spaces.
           03 l-tot-importe        pic zzz.zzz.zz9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Valores en cartera - cheques de clientes".
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           MOVE 9 TO opc-menu.
           PERFORM UNTIL opc-menu = 0
               DISPLAY "1 - Vencimientos de la cartera"
               DISPLAY "2 - Depositar cheques al cobro"
               DISPLAY "3 - Registrar cheque rechazado"
               DISPLAY "4 - Levantar suspension de un cliente"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               EVALUATE opc-menu
                   WHEN 1
                       PERFORM 200-VENCIMIENTOS
                   WHEN 2
                       PERFORM 300-DEPOSITAR
                   WHEN 3
                       PERFORM 400-CHEQUE-RECHAZADO
                   WHEN 4
                       PERFORM 500-LEVANTAR-SUSPENSION
               END-EVALUATE
           END-PERFORM.
           GOBACK.
      *
       100-CARGAR-CHEQUES.
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
                           MOVE "n" TO tch-listado(cant-tch)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUES
           END-IF.
      *
       110-REGRABAR-CHEQUES.
           OPEN OUTPUT CHEQUES.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tch
               MOVE tch-reg(i) TO chq-reg
               WRITE chq-reg
           END-PERFORM.
           CLOSE CHEQUES.
      *
       120-UBICAR-CHEQUE.
           MOVE 0 TO idx-ch.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tch
               MOVE tch-reg(i) TO chq-reg
               IF chq-banco = w-banco AND chq-numero = w-numero
                   MOVE i TO idx-ch
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *
      *    Cartera para tesoreria: cheques en cartera por fecha de
      *    pago con subtotal por dia, marcando los que ya se pueden
      *    depositar, y un resumen de lo que entra por plazo.
       200-VENCIMIENTOS.
           PERFORM 100-CARGAR-CHEQUES.
           MOVE 0 TO cant-en-cartera w-total.
           MOVE 0 TO tot-al-cobro tot-semana tot-mes tot-mas-mes.
           OPEN OUTPUT VENCIMIENTOS.
           MOVE SPACES TO ven-linea.
           STRING "CHEQUES EN CARTERA POR VENCIMIENTO AL "
                      DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  INTO ven-linea.
           WRITE ven-linea.
           MOVE SPACES TO ven-linea.
           WRITE ven-linea.
           MOVE 0 TO w-subtotal.
           PERFORM VARYING idx-ch FROM 1 BY 1 UNTIL idx-ch > cant-tch
               PERFORM 210-PROXIMO-A-VENCER
               IF idx-min > 0
                   PERFORM 220-LINEA-CHEQUE
               END-IF
           END-PERFORM.
           IF w-subtotal > 0
               PERFORM 230-SUBTOTAL-DIA
           END-IF.
           MOVE SPACES TO ven-linea.
           WRITE ven-linea.
           MOVE "AL COBRO (VENCIDOS Y DEL DIA)" TO l-tot-texto.
           MOVE tot-al-cobro TO l-tot-importe.
           WRITE ven-linea FROM lin-total.
           MOVE "DE 1 A 7 DIAS" TO l-tot-texto.
           MOVE tot-semana TO l-tot-importe.
           WRITE ven-linea FROM lin-total.
           MOVE "DE 8 A 30 DIAS" TO l-tot-texto.
           MOVE tot-mes TO l-tot-importe.
           WRITE ven-linea FROM lin-total.
           MOVE "A MAS DE 30 DIAS" TO l-tot-texto.
           MOVE tot-mas-mes TO l-tot-importe.
           WRITE ven-linea FROM lin-total.
           MOVE "TOTAL EN CARTERA" TO l-tot-texto.
           MOVE w-total TO l-tot-importe.
           WRITE ven-linea FROM lin-total.
           CLOSE VENCIMIENTOS.
           DISPLAY "Cheques en cartera: ", cant-en-cartera,
               " - detalle en ..\chequesVencimientos.txt".
      *
       210-PROXIMO-A-VENCER.
           MOVE 0 TO idx-min.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tch
               IF tch-listado(i) = "n"
                   MOVE tch-reg(i) TO chq-reg
                   IF chq-estado = "C"
                       IF idx-min = 0
                           MOVE i TO idx-min
                           MOVE chq-fecha-pago TO w-fecha-corte
                       ELSE
                           IF chq-fecha-pago < w-fecha-corte
                               MOVE i TO idx-min
                               MOVE chq-fecha-pago TO w-fecha-corte
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       220-LINEA-CHEQUE.
           MOVE "s" TO tch-listado(idx-min).
           MOVE tch-reg(idx-min) TO chq-reg.
           IF w-subtotal > 0 AND l-chq-fecha NOT = chq-fecha-pago
               PERFORM 230-SUBTOTAL-DIA
           END-IF.
           ADD 1 TO cant-en-cartera.
           ADD chq-importe TO w-total.
           ADD chq-importe TO w-subtotal.
           COMPUTE w-dias =
               FUNCTION INTEGER-OF-DATE(chq-fecha-pago) -
               FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           MOVE SPACES TO l-chq-marca.
           EVALUATE TRUE
               WHEN w-dias <= 0
                   ADD chq-importe TO tot-al-cobro
                   MOVE "AL COBRO" TO l-chq-marca
               WHEN w-dias <= 7
                   ADD chq-importe TO tot-semana
               WHEN w-dias <= 30
                   ADD chq-importe TO tot-mes
               WHEN OTHER
                   ADD chq-importe TO tot-mas-mes
           END-EVALUATE.
           MOVE chq-fecha-pago TO l-chq-fecha.
           MOVE chq-banco TO l-chq-banco.
           MOVE chq-numero TO l-chq-numero.
           MOVE chq-librador TO l-chq-librador.
           MOVE chq-cliente TO l-chq-cliente.
           MOVE chq-importe TO l-chq-importe.
           WRITE ven-linea FROM lin-cheque.
      *
       230-SUBTOTAL-DIA.
           MOVE SPACES TO l-tot-texto.
           STRING "TOTAL DEL " DELIMITED BY SIZE
                  l-chq-fecha  DELIMITED BY SIZE
                  INTO l-tot-texto.
           MOVE w-subtotal TO l-tot-importe.
           WRITE ven-linea FROM lin-total.
           MOVE SPACES TO ven-linea.
           WRITE ven-linea.
           MOVE 0 TO w-subtotal.
      *
      *    Solo se depositan los cheques en cartera cuya fecha de pago
      *    ya llego.
       300-DEPOSITAR.
           PERFORM 100-CARGAR-CHEQUES.
           MOVE 0 TO cant-depositados w-depositado.
           PERFORM VARYING idx-ch FROM 1 BY 1 UNTIL idx-ch > cant-tch
               MOVE tch-reg(idx-ch) TO chq-reg
               IF chq-estado = "C" AND chq-fecha-pago <= w-fecha-hoy
                   DISPLAY "Banco ", chq-banco, " cheque ", chq-numero,
                       " ", chq-librador, " $", chq-importe,
                       " - deposita? S/N"
                   ACCEPT resp
                   IF resp = "S" OR resp = "s"
                       MOVE "D" TO chq-estado
                       MOVE w-fecha-hoy TO chq-fecha-estado
                       MOVE chq-reg TO tch-reg(idx-ch)
                       ADD 1 TO cant-depositados
                       ADD chq-importe TO w-depositado
                   END-IF
               END-IF
           END-PERFORM.
           IF cant-depositados > 0
               PERFORM 110-REGRABAR-CHEQUES
           END-IF.
           DISPLAY "Cheques depositados: ", cant-depositados,
               " por $", w-depositado.
      *
      *    El rechazo revierte el pago (la factura vuelve a quedar
      *    abierta), carga el gasto a la cuenta del cliente y lo deja
      *    suspendido para nuevas ventas hasta que se regularice.
       400-CHEQUE-RECHAZADO.
           PERFORM 100-CARGAR-CHEQUES.
           DISPLAY "Banco del cheque rechazado:".
           ACCEPT w-banco.
           DISPLAY "Numero de cheque:".
           ACCEPT w-numero.
           PERFORM 120-UBICAR-CHEQUE.
           IF idx-ch = 0
               DISPLAY "Cheque inexistente en la cartera"
           ELSE
               MOVE tch-reg(idx-ch) TO chq-reg
               IF chq-estado = "R"
                   DISPLAY "El cheque ya figura rechazado"
               ELSE
                   DISPLAY "Cliente ", chq-cliente, " factura ",
                       chq-factura, " $", chq-importe
                   DISPLAY "Gasto bancario a cargo del cliente "
                       "(0 = sin gasto):"
                   ACCEPT w-gasto
                   PERFORM 410-REGISTRAR-RECHAZO
               END-IF
           END-IF.
      *
       410-REGISTRAR-RECHAZO.
           IF chq-estado = "E"
               DISPLAY "Cheque endosado al proveedor ", chq-proveedor,
                   " en la orden de pago ", chq-orden-pago,
                   " - reponer el pago al proveedor"
           END-IF.
           OPEN EXTEND PAGOS.
           IF pag-fileStatus NOT = "00"
               OPEN OUTPUT PAGOS
           END-IF.
           MOVE chq-cliente TO pag-cliente.
           MOVE w-fecha-hoy TO pag-fecha.
           MOVE chq-importe TO pag-importe.
           MOVE chq-factura TO pag-factura.
           MOVE "R" TO pag-medio.
           WRITE pag-reg.
           IF w-gasto > 0
               MOVE w-gasto TO pag-importe
               MOVE 0 TO pag-factura
               MOVE "G" TO pag-medio
               WRITE pag-reg
           END-IF.
           CLOSE PAGOS.
           MOVE "R" TO chq-estado.
           MOVE w-fecha-hoy TO chq-fecha-estado.
           MOVE chq-reg TO tch-reg(idx-ch).
           PERFORM 110-REGRABAR-CHEQUES.
           MOVE chq-cliente TO w-cliente.
           MOVE "S" TO resp.
           PERFORM 600-MARCAR-CLIENTE.
           DISPLAY "Rechazo registrado - factura ", chq-factura,
               " reabierta y cliente ", w-cliente, " suspendido".
      *
       500-LEVANTAR-SUSPENSION.
           DISPLAY "Codigo de cliente:".
           ACCEPT w-cliente.
           MOVE SPACE TO resp.
           PERFORM 600-MARCAR-CLIENTE.
           IF idx-cli = 0
               DISPLAY "Cliente inexistente"
           ELSE
               DISPLAY "Suspension levantada"
           END-IF.
      *
      *    Marca (resp = "S") o limpia la suspension del cliente
      *    w-cliente y regraba el maestro.
       600-MARCAR-CLIENTE.
           MOVE 0 TO cant-tcl.
           MOVE 0 TO idx-cli.
           OPEN INPUT CLIENTES.
           IF cli-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ CLIENTES AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-tcl < 2000
                           ADD 1 TO cant-tcl
                           IF cli-cod = w-cliente
                               MOVE resp TO cli-bloqueo
                               MOVE cant-tcl TO idx-cli
                           END-IF
                           MOVE cli-reg TO tcl-reg(cant-tcl)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           END-IF.
           IF idx-cli > 0
               OPEN OUTPUT CLIENTES
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tcl
                   MOVE tcl-reg(i) TO cli-reg
                   WRITE cli-reg
               END-PERFORM
               CLOSE CLIENTES
           END-IF.
       END PROGRAM CHEQUES-CARTERA.
