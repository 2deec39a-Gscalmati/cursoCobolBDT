               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cup-fileStatus.

           SELECT codeudores ASSIGN TO "..\codeudores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cod-fileStatus.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT reporte-mora ASSIGN TO "..\prestamosMora.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT primas-seguro ASSIGN TO ws-nombre-primas
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pri-fileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  socios.
           03 pre-cant-cuotas pic 99.
           03 pre-fecha-alta pic 9(8).
           03 pre-estado pic x.
           03 pre-refinancia pic 9(5).

       FD  cuotas-prestamo.
       01  cup-reg.
           03 cup-interes pic 9(6)v99.
           03 cup-total pic 9(6)v99.
           03 cup-estado pic x.
           03 cup-corridas-mora pic 99.

       FD  codeudores.
       01  cod-reg.
           03 cod-prestamo pic 9(5).
           03 cod-orden pic 9.
           03 cod-socio pic 9(6).
           03 cod-titular pic 9(6).
           03 cod-fecha-alta pic 9(8).

       FD  auditoria.
       01  aud-reg pic x(180).
           03 mov-concepto pic x(13).
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-dni-operante pic 9(8).
           03 mov-filial-oper pic 99.
           03 mov-filial-socio pic 99.

       FD  reporte-mora.
       01  mora-linea pic x(90).

      *    Primas de seguro de saldo deudor cobradas en el mes: base
      *    de la remesa a la aseguradora.
       FD  primas-seguro.
       01  pri-reg.
           03 pri-periodo pic 9(6).
           03 pri-fecha pic 9(8).
           03 pri-prestamo pic 9(5).
           03 pri-cuota pic 99.
           03 pri-socio pic 9(6).
           03 pri-pagador pic 9(6).
           03 pri-capital pic 9(8)v99.
           03 pri-tasa pic 99v9999.
           03 pri-prima pic 9(6)v99.

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  ws-lock-accion pic x.
       01  pre-fileStatus pic xx.
       01  cup-fileStatus pic xx.
       01  mov-fileStatus pic xx.
       01  cod-fileStatus pic xx.
       01  pri-fileStatus pic xx.
       01  ws-nombre-primas pic x(40).
       01  ws-fecha-proceso pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-saldo-ant pic s9(6)v99.
       01  aud-fecha-hora pic x(14).
       01  cant-cobradas pic 9(5) value 0.
       01  cant-en-mora pic 9(5) value 0.
       01  total-cobrado pic s9(9)v99 value 0.
       01  flag-pre-activo pic 9.
       01  cant-garantes-cobradas pic 9(5) value 0.
       01  ws-concepto-cobro pic x(13).
       01  ws-par-clave pic x(14).
       01  ws-par-fecha pic 9(8).
       01  ws-par-valor pic 9(9)v9999.
       01  ws-par-resultado pic x.
       01  ws-gar-corridas pic 99.
       01  ws-tasa-seguro pic 99v9999.
       01  ws-prima pic 9(6)v99.
       01  ws-importe-cobro pic 9(7)v99.
       01  ws-debito-total pic 9(7)v99.
       01  cant-primas pic 9(5) value 0.
       01  total-primas pic 9(9)v99 value 0.
       01  ws-aut-socio pic 9(6).
       01  ws-aut-estado pic x.
       01  ws-aut-cat pic x.
       01  ws-aut-saldo pic s9(8)v99.
       01  ws-aut-limite pic 9(6)v99.
       01  ws-aut-importe pic 9(7)v99.
       01  ws-aut-acum pic 9(9)v99.
       01  ws-acum-abs pic 9(7)v99.
       01  ws-aut-marca pic x.
       01  ws-aut-resultado pic x.
       01  idx-pre pic 999.

      *    Prestamos activos precargados: el batch solo cobra cuotas
           03 tpr-item occurs 500 times.
               05 tpr-nro pic 9(5).
               05 tpr-estado pic x.
               05 tpr-capital-pend pic 9(8)v99.
       01  cant-prestamos pic 999 value 0.
       01  flag-desborde-pre pic 9 value 0.

               05 tcu-interes pic 9(6)v99.
               05 tcu-total pic 9(6)v99.
               05 tcu-estado pic x.
               05 tcu-corridas pic 99.
       01  cant-cuotas pic 9(4) value 0.
       01  idx-cuo pic 9(4).
       01  flag-desborde pic 9 value 0.

      *    Codeudores de cada prestamo, en orden de cobro.
       01  tabla-codeudores.
           03 tco-item occurs 1000 times.
               05 tco-prestamo pic 9(5).
               05 tco-socio pic 9(6).
       01  cant-tco pic 9(4) value 0.
       01  idx-tco pic 9(4).

       01  lin-mora-titulo.
           03 filler pic x(44) value
               "CUOTAS DE PRESTAMO EN MORA - CORRIDA DEL DIA".
           03 filler pic x(3) value " $".
           03 l-mora-total pic zzz,zz9.99.

       01  lin-gar-det.
           03 filler pic x(10) value "PRESTAMO ".
           03 l-gar-prestamo pic 9(5).
           03 filler pic x(7) value " CUOTA ".
           03 l-gar-cuota pic z9.
           03 filler pic x(22) value " COBRADA AL CODEUDOR ".
           03 l-gar-socio pic zzzzz9.
           03 filler pic x(10) value " (TITULAR ".
           03 l-gar-titular pic zzzzz9.
           03 filler pic x(3) value ") $".
           03 l-gar-total pic zzz,zz9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.

           100-INICIO.
               DISPLAY "Cobranza mensual de cuotas de prestamos".
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               PERFORM 130-LEER-CORRIDAS-GARANTIA.
               PERFORM 150-CARGAR-PRESTAMOS.
               PERFORM 160-CARGAR-CODEUDORES.
               PERFORM 200-CARGAR-CUOTAS.
               PERFORM 210-CAPITAL-PENDIENTE.
               IF flag-desborde = 0 AND flag-desborde-pre = 0
                   PERFORM 120-TOMAR-LOCK
                   OPEN I-O SOCIOS
                   IF mov-fileStatus NOT = "00"
                       OPEN OUTPUT MOVIMIENTOS
                   END-IF
                   OPEN EXTEND PRIMAS-SEGURO
                   IF pri-fileStatus NOT = "00"
                       OPEN OUTPUT PRIMAS-SEGURO
                   END-IF
                   OPEN OUTPUT REPORTE-MORA
                   MOVE ws-fecha-proceso TO l-mora-fecha
                   WRITE mora-linea FROM lin-mora-titulo
                   WRITE mora-linea
               END-IF.

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

           120-TOMAR-LOCK.
               MOVE "T" TO ws-lock-accion.
               MOVE "COBRA-PRESTAMOS" TO ws-lock-prog.
                   GOBACK
               END-IF.

      *    Corridas que una cuota puede seguir en mora antes de ir a
      *    cobrarla a los codeudores del prestamo.
           130-LEER-CORRIDAS-GARANTIA.
               MOVE 3 TO ws-gar-corridas.
               MOVE ws-fecha-proceso TO ws-par-fecha.
               MOVE "GAR-CORRIDAS" TO ws-par-clave.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-gar-corridas
               END-IF.
      *    Tasa mensual del seguro de saldo deudor sobre el capital
      *    impago; sin la clave cargada no se cobra prima.
               MOVE 0 TO ws-tasa-seguro.
               MOVE "TASA-SEGURO" TO ws-par-clave.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-tasa-seguro
               ELSE
                   DISPLAY "Aviso: sin TASA-SEGURO en parametros - "
                       "no se cobra seguro de saldo deudor"
               END-IF.
               MOVE SPACES TO ws-nombre-primas.
               STRING "..\primasSeguro"   DELIMITED BY SIZE
                      ws-fecha-proceso(1:6) DELIMITED BY SIZE
                      ".txt"              DELIMITED BY SIZE
                      INTO ws-nombre-primas.

           150-CARGAR-PRESTAMOS.
               OPEN INPUT PRESTAMOS.
               IF pre-fileStatus = "00"
                   CLOSE PRESTAMOS
               END-IF.

      *    Un codeudor que no entra en la tabla solo deja de ser
      *    cobrado en esta corrida: se avisa y se sigue.
           160-CARGAR-CODEUDORES.
               OPEN INPUT CODEUDORES.
               IF cod-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CODEUDORES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-tco < 1000
                               ADD 1 TO cant-tco
                               MOVE cod-prestamo
                                   TO tco-prestamo(cant-tco)
                               MOVE cod-socio TO tco-socio(cant-tco)
                           ELSE
                               DISPLAY "ADVERTENCIA: codeudores.txt "
                                   "excede la tabla (1000) - el resto "
                                   "no se cobra en esta corrida"
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CODEUDORES
               END-IF.

           200-CARGAR-CUOTAS.
               OPEN INPUT CUOTAS-PRESTAMO.
               IF cup-fileStatus = "00"
                                   TO tcu-total(cant-cuotas)
                               MOVE cup-estado
                                   TO tcu-estado(cant-cuotas)
                               IF cup-corridas-mora IS NUMERIC
                                   MOVE cup-corridas-mora
                                       TO tcu-corridas(cant-cuotas)
                               ELSE
                                   MOVE 0 TO tcu-corridas(cant-cuotas)
                               END-IF
                           ELSE
                               MOVE 1 TO flag-desborde
                               MOVE 0 TO flag-fin
                   CLOSE CUOTAS-PRESTAMO
               END-IF.

      *    Capital impago de cada prestamo: base de la prima del
      *    seguro de saldo deudor.
           210-CAPITAL-PENDIENTE.
               PERFORM VARYING idx-cuo FROM 1 BY 1
                       UNTIL idx-cuo > cant-cuotas
                   IF tcu-estado(idx-cuo) = "P" OR
                       tcu-estado(idx-cuo) = "M"
                       PERFORM 310-VERIFICAR-PRESTAMO
                       IF idx-pre <= cant-prestamos
                           ADD tcu-capital(idx-cuo)
                               TO tpr-capital-pend(idx-pre)
                       END-IF
                   END-IF
               END-PERFORM.

           300-COBRAR-CUOTAS.
               PERFORM VARYING idx-cuo FROM 1 BY 1
                       UNTIL idx-cuo > cant-cuotas
      *    La cuota que no alcanza a cubrirse con el saldo (mas el
      *    descubierto autorizado) queda en mora y sale al reporte
      *    para gestion de cobranzas; se reintenta cada corrida.
      *    La prima del seguro se cobra junto con la cuota: si no
      *    alcanza para las dos, la cuota queda en mora.
           400-DEBITAR-CUOTA.
               PERFORM 420-CALCULAR-PRIMA.
               MOVE tcu-socio(idx-cuo) TO soc-cod.
               READ SOCIOS INVALID KEY
                   PERFORM 600-MARCAR-MORA
                   IF NOT soc-activo
                       PERFORM 600-MARCAR-MORA
                   ELSE
                       IF (soc-saldo - ws-debito-total) <
                           (0 - soc-limite-descubierto)
                           PERFORM 600-MARCAR-MORA
                       ELSE
                           MOVE "CUOTA-PREST" TO ws-concepto-cobro
                           PERFORM 430-COBRAR-CUOTA-Y-PRIMA
                       END-IF
                   END-IF
               END-READ.

           420-CALCULAR-PRIMA.
               COMPUTE ws-prima ROUNDED =
                   tpr-capital-pend(idx-pre) * ws-tasa-seguro / 100.
               COMPUTE ws-debito-total = tcu-total(idx-cuo) + ws-prima.

      *    Debita cuota y prima al socio leido en soc-reg (titular o
      *    codeudor), cada una con su movimiento.
           430-COBRAR-CUOTA-Y-PRIMA.
               MOVE soc-saldo TO ws-saldo-ant.
               SUBTRACT tcu-total(idx-cuo) FROM soc-saldo.
               MOVE tcu-total(idx-cuo) TO ws-importe-cobro.
               PERFORM 500-GRABAR-AUDITORIA.
               PERFORM 550-GRABAR-MOVIMIENTO.
               IF ws-prima > 0
                   MOVE soc-saldo TO ws-saldo-ant
                   SUBTRACT ws-prima FROM soc-saldo
                   MOVE "SEGURO-VIDA" TO ws-concepto-cobro
                   MOVE ws-prima TO ws-importe-cobro
                   PERFORM 500-GRABAR-AUDITORIA
                   PERFORM 550-GRABAR-MOVIMIENTO
                   PERFORM 440-GRABAR-PRIMA
               END-IF.
               IF soc-saldo < 0 AND soc-fecha-rojo = 0
                   MOVE ws-fecha-proceso TO soc-fecha-rojo
               END-IF.
               REWRITE soc-reg.
               MOVE "C" TO tcu-estado(idx-cuo).
               SUBTRACT tcu-capital(idx-cuo)
                   FROM tpr-capital-pend(idx-pre).
               ADD 1 TO cant-cobradas.
               ADD tcu-total(idx-cuo) TO total-cobrado.

           440-GRABAR-PRIMA.
               MOVE ws-fecha-proceso(1:6) TO pri-periodo.
               MOVE ws-fecha-proceso TO pri-fecha.
               MOVE tcu-prestamo(idx-cuo) TO pri-prestamo.
               MOVE tcu-nro(idx-cuo) TO pri-cuota.
               MOVE tcu-socio(idx-cuo) TO pri-socio.
               MOVE soc-cod TO pri-pagador.
               MOVE tpr-capital-pend(idx-pre) TO pri-capital.
               MOVE ws-tasa-seguro TO pri-tasa.
               MOVE ws-prima TO pri-prima.
               WRITE pri-reg.
               ADD 1 TO cant-primas.
               ADD ws-prima TO total-primas.

           500-GRABAR-AUDITORIA.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-reg.
                      " | OPER: PREST-BATCH | SOCIO "
                                        DELIMITED BY SIZE
                      soc-cod           DELIMITED BY SIZE
                      " | "             DELIMITED BY SIZE
                      ws-concepto-cobro DELIMITED BY SIZE
                      " | ANTES: "      DELIMITED BY SIZE
                      ws-saldo-ant      DELIMITED BY SIZE
                      " | DESPUES: "    DELIMITED BY SIZE
                      soc-saldo         DELIMITED BY SIZE
           550-GRABAR-MOVIMIENTO.
               MOVE soc-cod TO mov-socio.
               MOVE aud-fecha-hora TO mov-fecha-hora.
               MOVE ws-fecha-proceso TO mov-fecha-hora(1:8).
               MOVE "PREST-BATCH" TO mov-operador.
               MOVE ws-concepto-cobro TO mov-concepto.
               COMPUTE mov-importe = 0 - ws-importe-cobro.
               MOVE soc-saldo TO mov-saldo-result.
               MOVE 0 TO mov-dni-operante.
               MOVE soc-filial TO mov-filial-oper.
               MOVE soc-filial TO mov-filial-socio.
               WRITE mov-reg.

      *    Pasadas las corridas de gracia, la cuota se intenta cobrar
      *    a los codeudores en orden; si alguno paga la cuota queda
      *    cobrada y sale al reporte con el codeudor que pago.
           600-MARCAR-MORA.
               MOVE "M" TO tcu-estado(idx-cuo).
               IF tcu-corridas(idx-cuo) < 99
                   ADD 1 TO tcu-corridas(idx-cuo)
               END-IF.
               IF tcu-corridas(idx-cuo) > ws-gar-corridas
                   PERFORM 650-COBRAR-A-CODEUDOR
               END-IF.
               IF tcu-estado(idx-cuo) = "M"
                   PERFORM 610-INFORMAR-MORA
               END-IF.

           610-INFORMAR-MORA.
               ADD 1 TO cant-en-mora.
               MOVE tcu-prestamo(idx-cuo) TO l-mora-prestamo.
               MOVE tcu-socio(idx-cuo) TO l-mora-socio.
               MOVE tcu-total(idx-cuo) TO l-mora-total.
               WRITE mora-linea FROM lin-mora-det.

           650-COBRAR-A-CODEUDOR.
               PERFORM VARYING idx-tco FROM 1 BY 1
                       UNTIL idx-tco > cant-tco OR
                           tcu-estado(idx-cuo) = "C"
                   IF tco-prestamo(idx-tco) = tcu-prestamo(idx-cuo)
                       PERFORM 660-DEBITAR-CODEUDOR
                   END-IF
               END-PERFORM.

      *    El codeudor pasa por AUTORIZA-DEBITO con las mismas reglas
      *    que cualquier debito: estado, embargo, tope y descubierto.
           660-DEBITAR-CODEUDOR.
               MOVE tco-socio(idx-tco) TO soc-cod.
               READ SOCIOS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE soc-cod TO ws-aut-socio
                   MOVE soc-estado TO ws-aut-estado
                   MOVE soc-categoria TO ws-aut-cat
                   MOVE soc-saldo TO ws-aut-saldo
                   MOVE soc-limite-descubierto TO ws-aut-limite
                   MOVE ws-debito-total TO ws-aut-importe
                   PERFORM 665-ACUMULADO-DEL-DIA
                   MOVE SPACE TO ws-aut-marca
                   MOVE "A" TO ws-aut-resultado
                   CALL "AUTORIZA-DEBITO" USING ws-aut-socio,
                       ws-aut-estado, ws-aut-cat, ws-aut-saldo,
                       ws-aut-limite, ws-aut-importe, ws-aut-acum,
                       ws-aut-marca, ws-aut-resultado,
                       ws-fecha-proceso
                       ON EXCEPTION
                           DISPLAY "ADVERTENCIA: falta AUTORIZA-"
                               "DEBITO - debito sin controles comunes"
                           MOVE "A" TO ws-aut-resultado
                   END-CALL
                   IF ws-aut-resultado = "A"
                       MOVE "CUOTA-GARANT" TO ws-concepto-cobro
                       PERFORM 430-COBRAR-CUOTA-Y-PRIMA
                       ADD 1 TO cant-garantes-cobradas
                       MOVE tcu-prestamo(idx-cuo) TO l-gar-prestamo
                       MOVE tcu-nro(idx-cuo) TO l-gar-cuota
                       MOVE soc-cod TO l-gar-socio
                       MOVE tcu-socio(idx-cuo) TO l-gar-titular
                       MOVE tcu-total(idx-cuo) TO l-gar-total
                       WRITE mora-linea FROM lin-gar-det
                   END-IF
               END-READ.

      *    Debitos ya asentados al codeudor en el dia de proceso,
      *    para el tope diario de su categoria. Se cierra el diario
      *    (que esta abierto en extension) para leer tambien lo
      *    grabado en esta misma corrida, y se lo vuelve a abrir.
           665-ACUMULADO-DEL-DIA.
               MOVE 0 TO ws-aut-acum.
               CLOSE MOVIMIENTOS.
               OPEN INPUT MOVIMIENTOS.
               IF mov-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ MOVIMIENTOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF mov-socio = soc-cod AND
                               mov-fecha-hora(1:8) = ws-fecha-proceso
                               AND mov-importe < 0
                               COMPUTE ws-acum-abs = 0 - mov-importe
                               ADD ws-acum-abs TO ws-aut-acum
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOVIMIENTOS
               END-IF.
               OPEN EXTEND MOVIMIENTOS.
               IF mov-fileStatus NOT = "00"
                   OPEN OUTPUT MOVIMIENTOS
               END-IF.

           700-REGRABAR-CUOTAS.
               OPEN OUTPUT CUOTAS-PRESTAMO.
               PERFORM VARYING idx-cuo FROM 1 BY 1
                   MOVE tcu-interes(idx-cuo) TO cup-interes
                   MOVE tcu-total(idx-cuo) TO cup-total
                   MOVE tcu-estado(idx-cuo) TO cup-estado
                   MOVE tcu-corridas(idx-cuo) TO cup-corridas-mora
                   WRITE cup-reg
               END-PERFORM.
               CLOSE CUOTAS-PRESTAMO.
                   CLOSE AUDITORIA
                   CLOSE MOVIMIENTOS
                   CLOSE REPORTE-MORA
                   CLOSE PRIMAS-SEGURO
                   PERFORM 950-LIBERAR-LOCK
               END-IF.
               DISPLAY "********** TOTALES DE CONTROL **********".
               DISPLAY "Cuotas cobradas: ", cant-cobradas,
                   " por $", total-cobrado.
               DISPLAY "Cuotas en mora: ", cant-en-mora.
               DISPLAY "Cuotas cobradas a codeudores: ",
                   cant-garantes-cobradas.
               DISPLAY "Primas de seguro cobradas: ", cant-primas,
                   " por $", total-primas.
               DISPLAY "Reporte de mora en ..\prestamosMora.txt".
           950-LIBERAR-LOCK.
               MOVE "L" TO ws-lock-accion.
