      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHA-NEGOCIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fecha-negocio ASSIGN TO "..\fechaNegocio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fn-fileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  fecha-negocio.
       01  fn-reg.
           03 fn-fecha-abierta pic 9(8).
           03 fn-estado pic x.
               88 fn-abierto value "A".
               88 fn-cerrado value "C".
           03 fn-ultimo-cierre pic 9(8).
           03 fn-fecha-hora-cierre pic x(14).
           03 fn-operador pic x(10).

       WORKING-STORAGE SECTION.
       01  fn-fileStatus pic xx.

       LINKAGE SECTION.
       01  lk-accion pic x.
      *        "L" = leer la fecha de negocio
      *        "V" = validar una fecha de proceso de batch
       01  lk-fecha pic 9(8).
      *        "L": devuelve el dia de negocio en curso
      *        "V": fecha pedida (0 = ultimo dia cerrado)
       01  lk-estado pic x.
      *        "A" = dia abierto, "C" = dia cerrado
       01  lk-ultimo-cierre pic 9(8).
       01  lk-resultado pic x.
      *        "O" = ok, "N" = sin fecha de negocio,
      *        "A" = la fecha sigue abierta (o es futura),
      *        "R" = la fecha ya quedo atras de otro cierre

      *    Fecha de negocio unica de la casa: el ABM asienta con ella
      *    y los batches de fin de dia corren sobre el ultimo dia
      *    cerrado, nunca sobre uno abierto ni sobre uno que ya tuvo
      *    otro cierre encima. La mantiene el cierre de dia.
       PROCEDURE DIVISION USING lk-accion, lk-fecha, lk-estado,
           lk-ultimo-cierre, lk-resultado.
       MAIN-PROCEDURE.
           MOVE "N" TO lk-resultado.
           MOVE SPACE TO lk-estado.
           MOVE 0 TO lk-ultimo-cierre.
           OPEN INPUT FECHA-NEGOCIO.
           IF fn-fileStatus = "00"
               READ FECHA-NEGOCIO
                   AT END CONTINUE
                   NOT AT END
                       MOVE "O" TO lk-resultado
                       MOVE fn-estado TO lk-estado
                       MOVE fn-ultimo-cierre TO lk-ultimo-cierre
               END-READ
               CLOSE FECHA-NEGOCIO
           END-IF.
           IF lk-resultado = "O"
               EVALUATE lk-accion
                   WHEN "L"
                       MOVE fn-fecha-abierta TO lk-fecha
                   WHEN "V"
                       PERFORM 100-VALIDAR-FECHA
               END-EVALUATE
           END-IF.
           GOBACK.

           100-VALIDAR-FECHA.
               IF lk-fecha = 0
                   MOVE fn-ultimo-cierre TO lk-fecha
               END-IF.
               IF lk-fecha > fn-ultimo-cierre OR fn-ultimo-cierre = 0
                   MOVE "A" TO lk-resultado
               END-IF.
               IF lk-fecha < fn-ultimo-cierre
                   MOVE "R" TO lk-resultado
               END-IF.

       END PROGRAM FECHA-NEGOCIO.
