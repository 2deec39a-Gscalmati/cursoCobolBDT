               FILE STATUS IS prov-fileStatus.
           SELECT REPORTE ASSIGN TO "..\ocVencidasReporte.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT EXISTENCIAS ASSIGN TO "..\existencias.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS exi-fileStatus.
           SELECT COSTOS ASSIGN TO "..\costosArticulos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cos-fileStatus.
           SELECT LOTES ASSIGN TO "..\lotesStock.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS lot-fileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEPCIONES.
           03 rec-cantidad         pic 9(5).
           03 rec-proveedor        pic 999.
           03 rec-deposito         pic 99.
      *    Precio unitario del proveedor en la entrega; en blanco o
      *    cero no mueve el costo del articulo.
           03 rec-precio           pic 9(6)v99.
      *    Lote y vencimiento para la mercaderia perecedera; en
      *    blanco la entrada no se sigue por lote.
           03 rec-lote             pic x(10).
           03 rec-vencimiento      pic 9(8).
       FD  ORDENES.
       01  oc-reg.
           03 oc-proveedor         pic 999.
           03 prov-dias-entrega    pic 99.
           03 prov-articulos.
               05 prov-art         pic 999 OCCURS 10 TIMES.
      *    Plazo de pago en dias desde la entrega; en blanco en
      *    los maestros viejos (se toma 30).
           03 prov-dias-pago       pic 999.
       FD  REPORTE.
       01  rep-linea pic x(90).
       FD  EXISTENCIAS.
       01  exi-reg.
           03 exi-cod              pic 999.
           03 exi-cantidad         pic s9(5).
           03 exi-deposito         pic 99.
      *    Costo promedio ponderado por articulo, recalculado con
      *    cada recepcion valorizada.
       FD  COSTOS.
       01  cos-reg.
           03 cos-art              pic 999.
           03 cos-costo            pic 9(6)v99.
           03 cos-fecha            pic 9(8).
      *    Saldo por lote, deposito y articulo con su vencimiento.
       FD  LOTES.
       01  lot-reg.
           03 lot-art              pic 999.
           03 lot-deposito         pic 99.
           03 lot-lote             pic x(10).
           03 lot-vencimiento      pic 9(8).
           03 lot-ingreso          pic 9(8).
           03 lot-saldo            pic s9(5).

       WORKING-STORAGE SECTION.
       77  rec-fileStatus          pic XX.
       77  oc-fileStatus           pic XX.
       77  prov-fileStatus         pic XX.
       77  exi-fileStatus          pic XX.
       77  cos-fileStatus          pic XX.
       77  lot-fileStatus          pic XX.
       77  flagLeido               pic X.
       01  w-fecha-hoy pic 9(8).
       01  w-resto pic 9(5).
       01  cant-cerradas pic 9(4) value 0.
       01  cant-sin-oc pic 9(4) value 0.
       01  cant-vencidas pic 9(4) value 0.
       01  cant-costeadas pic 9(4) value 0.
       01  w-valor-previo pic s9(12)v99.
       01  w-unidades pic s9(7).
       01  art pic 9(4).
       01  idx-lot pic 9(4).
       01  w-dep-lote pic 99.
       01  cant-lotes-nuevos pic 9(4) value 0.

       01  tabla-lotes.
           03 tlo-item OCCURS 2000 TIMES.
               05 tlo-art          pic 999.
               05 tlo-deposito     pic 99.
               05 tlo-lote         pic x(10).
               05 tlo-vencimiento  pic 9(8).
               05 tlo-ingreso      pic 9(8).
               05 tlo-saldo        pic s9(5).
       01  cant-lotes pic 9(4) value 0.

      *    Costo vigente y unidades en existencia (todos los
      *    depositos) sobre las que se promedia cada entrada.
       01  vec-costos.
           03 cst-costo            pic 9(6)v99 OCCURS 999 TIMES.
           03 cst-fecha            pic 9(8) OCCURS 999 TIMES.
       01  vec-unidades.
           03 cst-unidades         pic s9(7) OCCURS 999 TIMES.

       01  tabla-ordenes.
           03 toc-item OCCURS 500 TIMES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 100-CARGAR-ORDENES.
           PERFORM 150-CARGAR-PROVEEDORES.
           PERFORM 160-CARGAR-COSTOS.
           PERFORM 170-CARGAR-LOTES.
           PERFORM 200-CRUZAR-RECEPCIONES.
           PERFORM 500-REGRABAR-ORDENES.
           PERFORM 550-REGRABAR-COSTOS.
           PERFORM 560-REGRABAR-LOTES.
           PERFORM 600-REPORTE-VENCIDAS.
           DISPLAY "Recepciones aplicadas: ", cant-aplicadas,
               " - ordenes cerradas: ", cant-cerradas.
           DISPLAY "Recepciones sin orden: ", cant-sin-oc,
               " - ordenes vencidas: ", cant-vencidas.
           DISPLAY "Recepciones que movieron el costo: ",
               cant-costeadas.
           DISPLAY "Entradas registradas por lote: ",
               cant-lotes-nuevos.
           GOBACK.
      *
       100-CARGAR-ORDENES.
               END-PERFORM
               CLOSE PROVEEDORES
           END-IF.
      *
      *    Costos vigentes y existencia total por articulo antes de
      *    las entradas de esta corrida.
       160-CARGAR-COSTOS.
           PERFORM VARYING art FROM 1 BY 1 UNTIL art > 999
               MOVE 0 TO cst-costo(art)
               MOVE 0 TO cst-fecha(art)
               MOVE 0 TO cst-unidades(art)
           END-PERFORM.
           OPEN INPUT COSTOS.
           IF cos-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ COSTOS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cos-art >= 1 AND cos-art <= 999
                           MOVE cos-costo TO cst-costo(cos-art)
                           MOVE cos-fecha TO cst-fecha(cos-art)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE COSTOS
           END-IF.
           OPEN INPUT EXISTENCIAS.
           IF exi-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ EXISTENCIAS AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF exi-cod >= 1 AND exi-cod <= 999
                           ADD exi-cantidad TO cst-unidades(exi-cod)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EXISTENCIAS
           END-IF.
      *
       170-CARGAR-LOTES.
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
       200-CRUZAR-RECEPCIONES.
           OPEN INPUT RECEPCIONES.
                       MOVE "s" TO flagLeido
                   NOT AT END
                       PERFORM 300-APLICAR-RECEPCION
                       PERFORM 380-COSTO-PROMEDIO
                       PERFORM 390-ENTRADA-LOTE
                   END-READ
               END-PERFORM
               CLOSE RECEPCIONES
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    Promedio ponderado: lo que habia valuado al costo
      *    anterior mas lo que entra al precio del proveedor, sobre
      *    el total de unidades. Con existencia en cero o negativa
      *    el costo pasa a ser el de la entrada.
       380-COSTO-PROMEDIO.
           IF rec-cod >= 1 AND rec-cod <= 999 AND rec-cantidad > 0
               IF rec-precio IS NUMERIC AND rec-precio > 0
                   IF cst-unidades(rec-cod) > 0
                       MOVE cst-unidades(rec-cod) TO w-unidades
                   ELSE
                       MOVE 0 TO w-unidades
                   END-IF
                   COMPUTE w-valor-previo =
                       w-unidades * cst-costo(rec-cod)
                   COMPUTE cst-costo(rec-cod) ROUNDED =
                       (w-valor-previo + rec-cantidad * rec-precio)
                       / (w-unidades + rec-cantidad)
                   MOVE w-fecha-hoy TO cst-fecha(rec-cod)
                   ADD 1 TO cant-costeadas
               END-IF
               ADD rec-cantidad TO cst-unidades(rec-cod)
           END-IF.
      *
      *    La entrada con lote suma al saldo de ese lote en el
      *    deposito; un lote nuevo nace con su vencimiento.
       390-ENTRADA-LOTE.
           IF rec-lote NOT = SPACES AND rec-cod >= 1 AND
               rec-cod <= 999 AND rec-cantidad > 0
               IF rec-deposito >= 1 AND rec-deposito <= 5
                   MOVE rec-deposito TO w-dep-lote
               ELSE
                   MOVE 1 TO w-dep-lote
               END-IF
               MOVE 0 TO idx-lot
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-lotes
                   IF tlo-art(i) = rec-cod AND
                       tlo-deposito(i) = w-dep-lote AND
                       tlo-lote(i) = rec-lote
                       MOVE i TO idx-lot
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF idx-lot = 0 AND cant-lotes < 2000
                   ADD 1 TO cant-lotes
                   MOVE cant-lotes TO idx-lot
                   MOVE rec-cod TO tlo-art(idx-lot)
                   MOVE w-dep-lote TO tlo-deposito(idx-lot)
                   MOVE rec-lote TO tlo-lote(idx-lot)
      *    Sin vencimiento informado el lote sale ultimo.
                   IF rec-vencimiento IS NUMERIC AND
                       rec-vencimiento > 0
                       MOVE rec-vencimiento TO tlo-vencimiento(idx-lot)
                   ELSE
                       MOVE 99999999 TO tlo-vencimiento(idx-lot)
                   END-IF
                   MOVE w-fecha-hoy TO tlo-ingreso(idx-lot)
                   MOVE 0 TO tlo-saldo(idx-lot)
               END-IF
               IF idx-lot > 0
                   ADD rec-cantidad TO tlo-saldo(idx-lot)
                   ADD 1 TO cant-lotes-nuevos
               END-IF
           END-IF.
      *
       500-REGRABAR-ORDENES.
           OPEN OUTPUT ORDENES.
               WRITE oc-reg
           END-PERFORM.
           CLOSE ORDENES.
      *
       550-REGRABAR-COSTOS.
           OPEN OUTPUT COSTOS.
           PERFORM VARYING art FROM 1 BY 1 UNTIL art > 999
               IF cst-costo(art) > 0
                   MOVE art TO cos-art
                   MOVE cst-costo(art) TO cos-costo
                   MOVE cst-fecha(art) TO cos-fecha
                   WRITE cos-reg
               END-IF
           END-PERFORM.
           CLOSE COSTOS.
      *
       560-REGRABAR-LOTES.
           IF cant-lotes > 0
               OPEN OUTPUT LOTES
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-lotes
                   MOVE tlo-item(i) TO lot-reg
                   WRITE lot-reg
               END-PERFORM
               CLOSE LOTES
           END-IF.
      *
       600-REPORTE-VENCIDAS.
           OPEN OUTPUT REPORTE.
