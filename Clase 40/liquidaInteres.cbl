               FILE STATUS IS ret-fileStatus.

           SELECT remesa ASSIGN TO ws-nombre-remesa
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rem-fileStatus.

       DATA DIVISION.
       FILE SECTION.
           03 mov-concepto pic x(13).
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-dni-operante pic 9(8).
           03 mov-filial-oper pic 99.
           03 mov-filial-socio pic 99.

       FD  reporte.
       01  rep-linea pic x(80).
       01  ws-saldo-ant pic s9(6)v99.
       01  aud-fecha-hora pic x(14).
       01  ret-fileStatus pic xx.
       01  rem-fileStatus pic xx.
       01  ws-nombre-remesa pic x(40).
       01  ws-tasa-retencion pic 99v9999 value 0.
       01  ws-retencion pic s9(6)v99.
       01  ws-periodo pic 9(6).
       01  ws-fecha-proceso pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  total-retenido pic s9(9)v99 value 0.
       01  cant-retenidos pic 9(5) value 0.
       01  cant-acreditados pic 9(5) value 0.

           100-INICIO.
               DISPLAY "Liquidacion mensual de intereses".
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               MOVE 0 TO ws-tasa.
      *    La tasa vigente sale del maestro central de parametros
      *    (clave TASA-INTERES); el archivo suelto queda como
      *    respaldo si la clave no esta cargada.
               MOVE "TASA-INTERES" TO ws-par-clave.
               MOVE ws-fecha-proceso TO ws-par-fecha.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   DISPLAY "Aviso: sin retencionImpuesto.txt - se "
                       "liquida sin retener"
               END-IF.
               MOVE ws-fecha-proceso(1:6) TO ws-periodo.
               MOVE SPACES TO ws-nombre-remesa.
               STRING "..\retenciones" DELIMITED BY SIZE
                      ws-periodo       DELIMITED BY SIZE
                      ".txt"           DELIMITED BY SIZE
                      INTO ws-nombre-remesa.
      *    El cierre de cuentas del mes ya puede haber dejado sus
      *    retenciones en la remesa: se agrega a continuacion.
               OPEN EXTEND REMESA.
               IF rem-fileStatus NOT = "00"
                   OPEN OUTPUT REMESA
               END-IF.
               MOVE "T" TO ws-lock-accion.
               MOVE "LIQUIDA-INTERES" TO ws-lock-prog.
               CALL "LOCK-SOCIOS" USING ws-lock-accion,
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

           200-LEER-SOCIO.
               READ SOCIOS
                   AT END MOVE 0 TO flag-fin
           500-GRABAR-MOVIMIENTO.
               MOVE soc-cod TO mov-socio.
               MOVE aud-fecha-hora TO mov-fecha-hora.
               MOVE ws-fecha-proceso TO mov-fecha-hora(1:8).
               MOVE "INTERES-BAT" TO mov-operador.
               MOVE "INTERES" TO mov-concepto.
               MOVE ws-interes TO mov-importe.
               MOVE soc-saldo TO mov-saldo-result.
               MOVE 0 TO mov-dni-operante.
               MOVE soc-filial TO mov-filial-oper.
               MOVE soc-filial TO mov-filial-socio.
               WRITE mov-reg.

           550-GRABAR-RETENCION.
               MOVE soc-cod TO mov-socio.
               MOVE aud-fecha-hora TO mov-fecha-hora.
               MOVE ws-fecha-proceso TO mov-fecha-hora(1:8).
               MOVE "INTERES-BAT" TO mov-operador.
               MOVE "RET-IMPUESTO" TO mov-concepto.
               COMPUTE mov-importe = 0 - ws-retencion.
               MOVE soc-saldo TO mov-saldo-result.
               MOVE 0 TO mov-dni-operante.
               MOVE soc-filial TO mov-filial-oper.
               MOVE soc-filial TO mov-filial-socio.
               WRITE mov-reg.
               ADD 1 TO cant-retenidos.
               ADD ws-retencion TO total-retenido.
