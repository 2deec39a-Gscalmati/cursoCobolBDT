           03 mov-concepto pic x(13).
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-dni-operante pic 9(8).
           03 mov-filial-oper pic 99.
           03 mov-filial-socio pic 99.

       FD  reporte.
       01  rep-linea pic x(90).
       01  mov-fileStatus pic xx.
       01  ws-tasa pic 99v9999.
       01  ws-fecha-cierre pic 9(8).
       01  ws-fecha-proceso pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-dias-rojo pic 9(5).
       01  pun-fileStatus pic xx.
       01  ws-fecha-desde pic 9(8).
                       "tasaPunitoria.txt - no se liquida"
                   GOBACK
               END-IF.
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               DISPLAY "Fecha de cierre del periodo (AAAAMMDD, "
                   "0 = fecha de proceso):".
               ACCEPT ws-fecha-cierre.
               IF ws-fecha-cierre = 0
                   MOVE ws-fecha-proceso TO ws-fecha-cierre
               END-IF.
               IF ws-fecha-cierre > ws-fecha-proceso
                   DISPLAY "ERROR: el cierre ", ws-fecha-cierre,
                       " es posterior a la fecha de proceso ",
                       ws-fecha-proceso, " - no se liquida"
                   GOBACK
               END-IF.
               MOVE "T" TO ws-lock-accion.
               MOVE "INTERES-PUNIT" TO ws-lock-prog.
               MOVE SPACES TO rep-linea.
               WRITE rep-linea.

      *    La fecha de proceso es el ultimo dia de negocio cerrado:
      *    no se corre sobre un dia abierto ni sobre uno que ya tuvo
      *    otro cierre encima. Sin fechaNegocio.txt se conserva el
      *    comportamiento de siempre (0 = fecha del sistema).
           105-VALIDAR-FECHA-PROCESO.
               MOVE "V" TO ws-fn-accion.
               CALL "FECHA-NEGOCIO" USING ws-fn-accion,
                   ws-fecha-proceso, ws-fn-estado, ws-fn-ultimo,
                   ws-fn-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-fn-resultado
               END-CALL.
               EVALUATE ws-fn-resultado
                   WHEN "N"
                       IF ws-fecha-proceso = 0
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO ws-fecha-proceso
                       END-IF
                   WHEN "A"
                       DISPLAY "El dia ", ws-fecha-proceso,
                           " no esta cerrado (ultimo cierre ",
                           ws-fn-ultimo, ") - corrida cancelada"
                       GOBACK
                   WHEN "R"
                       DISPLAY "El dia ", ws-fecha-proceso,
                           " ya tuvo otro cierre despues (ultimo "
                           "cierre ", ws-fn-ultimo,
                           ") - corrida cancelada"
                       GOBACK
               END-EVALUATE.

           150-CARGAR-COBRADOS.
               OPEN INPUT PUNIT-COBRADOS.
               IF pun-fileStatus = "00"
           500-GRABAR-MOVIMIENTO.
               MOVE soc-cod TO mov-socio.
               MOVE aud-fecha-hora TO mov-fecha-hora.
               MOVE ws-fecha-proceso TO mov-fecha-hora(1:8).
               MOVE "PUNIT-BATCH" TO mov-operador.
               MOVE "INT-PUNIT" TO mov-concepto.
               COMPUTE mov-importe = 0 - ws-interes.
               MOVE soc-saldo TO mov-saldo-result.
               MOVE 0 TO mov-dni-operante.
               MOVE soc-filial TO mov-filial-oper.
               MOVE soc-filial TO mov-filial-socio.
               WRITE mov-reg.

           600-LINEA-REPORTE.
