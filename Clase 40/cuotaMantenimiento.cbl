           03 mov-concepto pic x(13).
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-dni-operante pic 9(8).
           03 mov-filial-oper pic 99.
           03 mov-filial-socio pic 99.

       FD  reporte.
       01  rep-linea pic x(90).
       01  ws-cuota pic 9(4)v99.
       01  ws-saldo-minimo pic 9(6)v99.
       01  ws-meses-gracia pic 99.
       01  ws-fecha-proceso pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-periodo pic 9(6).
       01  ws-fecha-gracia pic 9(8).
       01  ws-gracia-det REDEFINES ws-fecha-gracia.

           100-INICIO.
               DISPLAY "Cobranza mensual de cuota de mantenimiento".
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               MOVE ws-fecha-proceso(1:6) TO ws-periodo.
               MOVE 0 TO ws-cuota.
      *    Cuota, saldo minimo y meses de gracia salen del maestro
      *    central de parametros; el archivo suelto queda de
      *    respaldo si las claves no estan cargadas.
               MOVE ws-fecha-proceso TO ws-par-fecha.
               MOVE "CUOTA-MANT" TO ws-par-clave.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                       "no se cobra"
                   GOBACK
               END-IF.
               MOVE ws-fecha-proceso TO ws-fecha-gracia.
               COMPUTE ws-meses-tot =
                   (gra-aaaa * 12) + gra-mm - ws-meses-gracia.
               COMPUTE gra-aaaa = (ws-meses-tot - 1) / 12.
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

           150-CARGAR-PENDIENTES-ANT.
               MOVE 0 TO cant-pend-ant.
               OPEN INPUT CUOTAS-PEND.
               WRITE aud-reg.
               MOVE soc-cod TO mov-socio.
               MOVE aud-fecha-hora TO mov-fecha-hora.
               MOVE ws-fecha-proceso TO mov-fecha-hora(1:8).
               MOVE "CUOTA-BATCH" TO mov-operador.
               MOVE "CUOTA-MANT" TO mov-concepto.
               COMPUTE mov-importe = 0 - ws-importe-cobrar.
               MOVE soc-saldo TO mov-saldo-result.
               MOVE 0 TO mov-dni-operante.
               MOVE soc-filial TO mov-filial-oper.
               MOVE soc-filial TO mov-filial-socio.
               WRITE mov-reg.

           600-LINEA-REPORTE.
