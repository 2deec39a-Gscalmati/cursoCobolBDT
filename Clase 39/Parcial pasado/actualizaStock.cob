               ORGANIZATION is line SEQUENTIAL.
           SELECT VALUACION ASSIGN TO "..\valuacionStock.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT COSTOS ASSIGN TO "..\costosArticulos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cos-fileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  EXISTENCIAS.
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
           03 rem-costo            pic 9(6)v99.
           03 rem-lote             pic x(10).
       FD  RECEPCIONES.
       01  rec-reg.
           03 rec-cod              pic 999.
           03 rec-cantidad         pic 9(5).
           03 rec-proveedor        pic 999.
           03 rec-deposito         pic 99.
           03 rec-precio           pic 9(6)v99.
           03 rec-lote             pic x(10).
           03 rec-vencimiento      pic 9(8).
       FD  ARTICULOS.
       01  art_reg.
           03 art_cod              pic 999.
           03 art_nombre           pic X(20).
           03 art_precio           pic 9(6)v99.
           03 art_alicuota         pic 99v99.
           03 art_familia          pic 99.
       FD  VALUACION.
       01  val-linea pic x(90).
       FD  COSTOS.
       01  cos-reg.
           03 cos-art              pic 999.
           03 cos-costo            pic 9(6)v99.
           03 cos-fecha            pic 9(8).

       WORKING-STORAGE SECTION.
       77  flagLeido               pic X.
       77  exi-fileStatus          pic XX.
       77  rem-fileStatus          pic XX.
       77  rec-fileStatus          pic XX.
       77  cos-fileStatus          pic XX.
       77  cod                     pic 999.
       77  w-tipo-cab              pic X.
       01  cant-devuelto           pic 9(7) value 0.
       01  w-valor-art             pic s9(10)v99.
       01  w-valor-total           pic s9(12)v99 value 0.
       01  cant-negativos          pic 99 value 0.
       01  cant-sin-costo          pic 9(4) value 0.
       01  idx-cos                 pic 9(4).
      *    El stock se valua al costo promedio ponderado que lleva
      *    el cruce de recepciones, no al precio de venta.
       01  vec-costos.
           03 costo-art            pic 9(6)v99 OCCURS 999 TIMES.

       01  lin-val-titulo.
           03 filler pic x(48) value
               "VALUACION DE STOCK (EXISTENCIA X COSTO PROMEDIO)".
       01  lin-val-detalle.
           03 l-cod        pic 999.
           03 filler       pic x(3) value " - ".
           03 l-exist      pic -zz.zz9.
           03 filler       pic x(9) value " Valor: ".
           03 l-valor      pic -z.zzz.zzz.zz9,99.
           03 filler       pic x value space.
           03 l-sin-costo  pic x(9).
       01  lin-neg-titulo.
           03 filler pic x(45) value
               "EXCEPCION: ARTICULOS CON EXISTENCIA NEGATIVA".
           DISPLAY "Unidades devueltas por notas de credito: ",
               cant-devuelto.
           DISPLAY "Articulos en negativo: ", cant-negativos.
           DISPLAY "Renglones valuados sin costo: ", cant-sin-costo.
           GOBACK.
      *
       100-CARGAR-EXISTENCIAS.
      *    Valuacion por deposito y consolidada: una seccion por
      *    deposito con movimiento y el total general al pie.
       500-REPORTE-VALUACION.
           PERFORM 510-CARGAR-COSTOS.
           OPEN OUTPUT VALUACION.
           WRITE val-linea FROM lin-val-titulo.
           PERFORM VARYING d FROM 1 BY 1 UNTIL d > 5
               MOVE "  (sin articulos en negativo)" TO val-linea
               WRITE val-linea
           END-IF.
           IF cant-sin-costo > 0
               MOVE SPACES TO val-linea
               WRITE val-linea
               MOVE SPACES TO val-linea
               STRING "RENGLONES SIN COSTO REGISTRADO (VALOR CERO): "
                                         DELIMITED BY SIZE
                      cant-sin-costo     DELIMITED BY SIZE
                      INTO val-linea
               WRITE val-linea
           END-IF.
           CLOSE VALUACION.
           DISPLAY "Valuacion generada en ..\valuacionStock.txt".
      *
       510-CARGAR-COSTOS.
           PERFORM VARYING idx-cos FROM 1 BY 1 UNTIL idx-cos > 999
               MOVE 0 TO costo-art(idx-cos)
           END-PERFORM.
           OPEN INPUT COSTOS.
           IF cos-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ COSTOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cos-art >= 1 AND cos-art <= 999
                           MOVE cos-costo TO costo-art(cos-art)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE COSTOS
           ELSE
               DISPLAY "Sin costosArticulos.txt - el stock se valua "
                   "en cero"
           END-IF.

       520-VALUAR-DEPOSITO.
           MOVE 0 TO w-dep.
                   NOT AT END
                       IF exi-onhand(d, art_cod) NOT = 0
                           COMPUTE w-valor-art =
                               exi-onhand(d, art_cod) *
                               costo-art(art_cod)
                           IF costo-art(art_cod) = 0
                               ADD 1 TO cant-sin-costo
                               MOVE "SIN COSTO" TO l-sin-costo
                           ELSE
                               MOVE SPACES TO l-sin-costo
                           END-IF
                           ADD w-valor-art TO w-valor-total
                           MOVE art_cod TO l-cod
                           MOVE art_nombre TO l-nombre
