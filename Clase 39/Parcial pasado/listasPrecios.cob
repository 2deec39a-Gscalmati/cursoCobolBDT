      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTAS-PRECIOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTAS ASSIGN TO "..\listasPrecios.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS lpr-fileStatus.
           SELECT DESCUENTOS ASSIGN TO "..\reglasDescuento.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS dsc-fileStatus.
           SELECT DESC-FACTURADOS
               ASSIGN TO "..\descuentosFacturados.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS dfa-fileStatus.
           SELECT CLIENTES ASSIGN TO "..\clientes.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cli-fileStatus.
           SELECT REPORTE ASSIGN TO "..\reporteDescuentos.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       77  lpr-fileStatus          pic XX.
       77  dsc-fileStatus          pic XX.
       77  dfa-fileStatus          pic XX.
       77  cli-fileStatus          pic XX.
       77  flagLeido               pic X.
       01  opc-menu pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-lista pic x.
       01  w-art pic 999.
       01  w-precio pic 9(6)v99.
       01  w-desde pic 9(8).
       01  w-hasta pic 9(8).
       01  w-importe-lista pic 9(9)v99.
       01  w-importe-cobrado pic 9(9)v99.
       01  w-tr-tipo pic x.
       01  w-tr-cod pic 9(4).
       01  w-pct pic s999v9.
       01  i pic 9(4).
       01  idx-r pic 9(4).
       01  flag-existe pic 9.

       01  tabla-listas.
           03 tlp-item OCCURS 2000 TIMES.
               05 tlp-lista        pic x.
               05 tlp-art          pic 999.
               05 tlp-precio       pic 9(6)v99.
       01  cant-tlp pic 9(4) value 0.

       01  tabla-cli-maestro.
           03 tcm-item OCCURS 200 TIMES.
               05 tcm-cod          pic 9(4).
               05 tcm-nombre       pic x(20).
       01  cant-cli-maestro pic 999 value 0.

      *    Acumulados por cliente ("C") y por vendedor ("V").
       01  tabla-resumen.
           03 tr-item OCCURS 400 TIMES.
               05 tr-tipo          pic x.
               05 tr-cod           pic 9(4).
               05 tr-renglones     pic 9(5).
               05 tr-imp-lista     pic 9(11)v99.
               05 tr-imp-cobrado   pic 9(11)v99.
               05 tr-supervisor    pic 9(5).
       01  cant-tr pic 9(4) value 0.

       01  lin-res.
           03 filler pic x(2) value spaces.
           03 l-res-cod pic zzz9.
           03 filler pic x(2) value spaces.
           03 l-res-nombre pic x(20).
           03 l-res-lista pic zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-res-cobrado pic zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-res-dto pic ---.---.--9,99.
           03 filler pic x(2) value spaces.
           03 l-res-pct pic --9,9.
           03 filler pic x value "%".
           03 filler pic x(2) value spaces.
           03 l-res-sup pic zzz9.
       01  lin-res-enc.
           03 filler pic x(28) value "  CODIGO  NOMBRE".
           03 filler pic x(16) value "   $ A LISTA".
           03 filler pic x(16) value "    $ COBRADO".
           03 filler pic x(16) value "  $ DESCONTADO".
           03 filler pic x(14) value "  DTO%  SUPERV".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Listas de precios y reglas de descuento".
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           MOVE 9 TO opc-menu.
           PERFORM UNTIL opc-menu = 0
               DISPLAY "1 - Precio de un articulo en una lista"
               DISPLAY "2 - Nueva regla de descuento"
               DISPLAY "3 - Listar reglas vigentes"
               DISPLAY "4 - Reporte de descuentos otorgados"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               EVALUATE opc-menu
                   WHEN 1
                       PERFORM 200-PRECIO-EN-LISTA
                   WHEN 2
                       PERFORM 300-NUEVA-REGLA
                   WHEN 3
                       PERFORM 400-LISTAR-REGLAS
                   WHEN 4
                       PERFORM 500-REPORTE-DESCUENTOS
               END-EVALUATE
           END-PERFORM.
           GOBACK.
      *
      *    Alta o cambio del precio de un articulo en la lista
      *    mayorista o especial; el archivo se regraba entero.
       200-PRECIO-EN-LISTA.
           DISPLAY "Lista (M mayorista, E especial):".
           ACCEPT w-lista.
           IF w-lista NOT = "M" AND w-lista NOT = "E"
               DISPLAY "Lista invalida - la minorista es el precio "
                   "del catalogo"
           ELSE
               DISPLAY "Codigo de articulo:"
               ACCEPT w-art
               DISPLAY "Precio en la lista:"
               ACCEPT w-precio
               PERFORM 210-CARGAR-LISTAS
               MOVE 0 TO flag-existe
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tlp
                   IF tlp-lista(i) = w-lista AND tlp-art(i) = w-art
                       MOVE w-precio TO tlp-precio(i)
                       MOVE 1 TO flag-existe
                   END-IF
               END-PERFORM
               IF flag-existe = 0
                   IF cant-tlp >= 2000
                       DISPLAY "Tabla de listas llena"
                   ELSE
                       ADD 1 TO cant-tlp
                       MOVE w-lista TO tlp-lista(cant-tlp)
                       MOVE w-art TO tlp-art(cant-tlp)
                       MOVE w-precio TO tlp-precio(cant-tlp)
                       MOVE 1 TO flag-existe
                   END-IF
               END-IF
               IF flag-existe = 1
                   OPEN OUTPUT LISTAS
                   PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-tlp
                       MOVE tlp-lista(i) TO lpr-lista
                       MOVE tlp-art(i) TO lpr-art
                       MOVE tlp-precio(i) TO lpr-precio
                       WRITE lpr-reg
                   END-PERFORM
                   CLOSE LISTAS
                   DISPLAY "Precio de lista grabado"
               END-IF
           END-IF.
      *
       210-CARGAR-LISTAS.
           MOVE 0 TO cant-tlp.
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
      *
       300-NUEVA-REGLA.
           DISPLAY "Tipo (C por cantidad, F por familia):".
           ACCEPT dsc-tipo.
           PERFORM UNTIL dsc-tipo = "C" OR dsc-tipo = "F"
               DISPLAY "Tipo invalido - reingrese"
               ACCEPT dsc-tipo
           END-PERFORM.
           DISPLAY "Lista a la que aplica (M, R, E o blanco = todas):".
           ACCEPT dsc-lista.
           IF dsc-tipo = "C"
               DISPLAY "Familia (0 = todas):"
               ACCEPT dsc-familia
               DISPLAY "Cantidad desde:"
               ACCEPT dsc-cant-desde
               DISPLAY "Cantidad hasta:"
               ACCEPT dsc-cant-hasta
           ELSE
               DISPLAY "Familia de articulo:"
               ACCEPT dsc-familia
               MOVE 0 TO dsc-cant-desde
               MOVE 999 TO dsc-cant-hasta
           END-IF.
           DISPLAY "Porcentaje de descuento:".
           ACCEPT dsc-porcentaje.
           DISPLAY "Vigente DESDE (AAAAMMDD):".
           ACCEPT dsc-desde.
           DISPLAY "Vigente HASTA (AAAAMMDD, 0 = sin fin):".
           ACCEPT dsc-hasta.
           IF dsc-hasta = 0
               MOVE 99999999 TO dsc-hasta
           END-IF.
           IF dsc-hasta < dsc-desde OR dsc-porcentaje = 0 OR
               dsc-cant-hasta < dsc-cant-desde
               DISPLAY "Regla inconsistente - no se graba"
           ELSE
               OPEN EXTEND DESCUENTOS
               IF dsc-fileStatus NOT = "00"
                   OPEN OUTPUT DESCUENTOS
               END-IF
               WRITE dsc-reg
               CLOSE DESCUENTOS
               DISPLAY "Regla de descuento grabada"
           END-IF.
      *
       400-LISTAR-REGLAS.
           OPEN INPUT DESCUENTOS.
           IF dsc-fileStatus NOT = "00"
               DISPLAY "No hay reglas de descuento cargadas"
           ELSE
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ DESCUENTOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF dsc-desde <= w-fecha-hoy AND
                           dsc-hasta >= w-fecha-hoy
                           DISPLAY "  ", dsc-tipo, " lista [",
                               dsc-lista, "] familia ", dsc-familia,
                               " cant ", dsc-cant-desde, "-",
                               dsc-cant-hasta, " ", dsc-porcentaje,
                               "% hasta ", dsc-hasta
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DESCUENTOS
           END-IF.
      *
      *    Cuanto se resigno respecto de la lista, por cliente y
      *    por vendedor, y cuantos renglones fueron precio cambiado
      *    por un supervisor.
       500-REPORTE-DESCUENTOS.
           DISPLAY "Fecha desde AAAAMMDD:".
           ACCEPT w-desde.
           DISPLAY "Fecha hasta AAAAMMDD (0 = hoy):".
           ACCEPT w-hasta.
           IF w-hasta = 0
               MOVE w-fecha-hoy TO w-hasta
           END-IF.
           PERFORM 510-CARGAR-CLIENTES.
           MOVE 0 TO cant-tr.
           OPEN INPUT DESC-FACTURADOS.
           IF dfa-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ DESC-FACTURADOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF dfa-fecha >= w-desde AND
                           dfa-fecha <= w-hasta
                           COMPUTE w-importe-lista =
                               dfa-cant * dfa-precio-lista
                           COMPUTE w-importe-cobrado =
                               dfa-cant * dfa-precio
                           MOVE "C" TO w-tr-tipo
                           MOVE dfa-cliente TO w-tr-cod
                           PERFORM 520-ACUMULAR
                           MOVE "V" TO w-tr-tipo
                           MOVE dfa-vendedor TO w-tr-cod
                           PERFORM 520-ACUMULAR
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DESC-FACTURADOS
           END-IF.
           OPEN OUTPUT REPORTE.
           MOVE SPACES TO rep-linea.
           STRING "DESCUENTOS OTORGADOS DEL " DELIMITED BY SIZE
                  w-desde                     DELIMITED BY SIZE
                  " AL "                      DELIMITED BY SIZE
                  w-hasta                     DELIMITED BY SIZE
                  INTO rep-linea.
           WRITE rep-linea.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "POR CLIENTE" TO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-res-enc.
           MOVE "C" TO w-tr-tipo.
           PERFORM 530-IMPRIMIR-RESUMEN.
           MOVE SPACES TO rep-linea.
           WRITE rep-linea.
           MOVE "POR VENDEDOR" TO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-res-enc.
           MOVE "V" TO w-tr-tipo.
           PERFORM 530-IMPRIMIR-RESUMEN.
           CLOSE REPORTE.
           DISPLAY "Reporte en ..\reporteDescuentos.txt".
      *
       510-CARGAR-CLIENTES.
           MOVE 0 TO cant-cli-maestro.
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
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
           END-IF.
      *
       520-ACUMULAR.
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
               MOVE 0 TO tr-renglones(idx-r) tr-imp-lista(idx-r)
                   tr-imp-cobrado(idx-r) tr-supervisor(idx-r)
           END-IF.
           IF idx-r > 0
               ADD 1 TO tr-renglones(idx-r)
               ADD w-importe-lista TO tr-imp-lista(idx-r)
               ADD w-importe-cobrado TO tr-imp-cobrado(idx-r)
               IF dfa-origen = "S"
                   ADD 1 TO tr-supervisor(idx-r)
               END-IF
           END-IF.
      *
       530-IMPRIMIR-RESUMEN.
           PERFORM VARYING idx-r FROM 1 BY 1 UNTIL idx-r > cant-tr
               IF tr-tipo(idx-r) = w-tr-tipo
                   MOVE tr-cod(idx-r) TO l-res-cod
                   MOVE SPACES TO l-res-nombre
                   IF w-tr-tipo = "C"
                       PERFORM VARYING i FROM 1 BY 1
                               UNTIL i > cant-cli-maestro
                           IF tcm-cod(i) = tr-cod(idx-r)
                               MOVE tcm-nombre(i) TO l-res-nombre
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
                   MOVE tr-imp-lista(idx-r) TO l-res-lista
                   MOVE tr-imp-cobrado(idx-r) TO l-res-cobrado
                   COMPUTE l-res-dto =
                       tr-imp-lista(idx-r) - tr-imp-cobrado(idx-r)
                   IF tr-imp-lista(idx-r) > 0
                       COMPUTE w-pct ROUNDED =
                           (tr-imp-lista(idx-r) -
                            tr-imp-cobrado(idx-r)) * 100 /
                           tr-imp-lista(idx-r)
                   ELSE
                       MOVE 0 TO w-pct
                   END-IF
                   MOVE w-pct TO l-res-pct
                   MOVE tr-supervisor(idx-r) TO l-res-sup
                   WRITE rep-linea FROM lin-res
               END-IF
           END-PERFORM.
       END PROGRAM LISTAS-PRECIOS.
