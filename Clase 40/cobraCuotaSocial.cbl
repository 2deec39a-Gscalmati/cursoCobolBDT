      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRA-CUOTA-SOCIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod.

           SELECT capital-social ASSIGN TO "..\capitalSocial.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cap-fileStatus.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT movimientos ASSIGN TO "..\movimientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mov-fileStatus.

           SELECT reporte ASSIGN TO "..\cuotasSocialesReporte.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  socios.
       01  soc-reg.
           03 soc-cod pic 9(6).
           03 soc-nom pic x(20).
           03 soc-saldo pic s9(6)v99.
           03 soc-estado pic x.
               88 soc-activo value "A".
               88 soc-baja value "B".
           03 soc-dni pic 9(8).
           03 soc-domicilio.
               05 soc-calle pic x(20).
               05 soc-num pic 9(05).
               05 soc-piso pic 99.
               05 soc-depto pic xx.
           03 soc-telefono pic x(15).
           03 soc-fecha-alta pic 9(8).
           03 soc-limite-descubierto pic 9(6)v99.
           03 soc-fecha-rojo pic 9(8).
           03 soc-fusionado-con pic 9(6).
           03 soc-categoria pic x.
           03 soc-cuit pic 9(11).
           03 soc-filial pic 99.

       FD  capital-social.
       01  cap-reg.
           03 cap-socio pic 9(6).
           03 cap-acciones pic 9(5).
           03 cap-valor-accion pic 9(6)v99.
           03 cap-suscripto pic 9(8)v99.
           03 cap-integrado pic 9(8)v99.
           03 cap-plan-cuotas pic 99.
           03 cap-plan-importe pic 9(6)v99.
           03 cap-plan-pagas pic 99.
           03 cap-ultimo-periodo pic 9(6).
           03 cap-fecha-suscripcion pic 9(8).
           03 cap-estado pic x.
               88 cap-vigente value "V".
               88 cap-a-reintegrar value "R".
           03 cap-reintegro pic 9(8)v99.
           03 cap-fecha-baja pic 9(8).

       FD  auditoria.
       01  aud-reg pic x(180).

       FD  movimientos.
       01  mov-reg.
           03 mov-socio pic 9(6).
           03 mov-fecha-hora pic x(14).
           03 mov-operador pic x(10).
           03 mov-concepto pic x(13).
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-dni-operante pic 9(8).
           03 mov-filial-oper pic 99.
           03 mov-filial-socio pic 99.

       FD  reporte.
       01  rep-linea pic x(90).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  cap-fileStatus pic xx.
       01  mov-fileStatus pic xx.
       01  ws-lock-accion pic x.
       01  ws-lock-prog pic x(20).
       01  ws-lock-resultado pic x.
       01  ws-lock-titular pic x(40).
       01  ws-periodo pic 9(6).
       01  ws-fecha-proceso pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-importe-cobrar pic 9(7)v99.
       01  ws-saldo-ant pic s9(6)v99.
       01  aud-fecha-hora pic x(14).
       01  flag-desborde pic 9 value 0.

       01  cant-cobradas pic 9(5) value 0.
       01  cant-impagas pic 9(5) value 0.
       01  cant-completos pic 9(5) value 0.
       01  total-cobrado pic s9(9)v99 value 0.

       01  ws-aut-socio pic 9(6).
       01  ws-aut-estado pic x.
       01  ws-aut-cat pic x.
       01  ws-aut-saldo pic s9(8)v99.
       01  ws-aut-limite pic 9(6)v99.
       01  ws-aut-importe pic 9(7)v99.
       01  ws-aut-acum pic 9(9)v99.
       01  ws-aut-marca pic x.
       01  ws-aut-resultado pic x.

       01  tabla-capital.
           03 tca-item occurs 2000 times.
               05 tca-reg pic x(84).
       01  cant-tca pic 9(4) value 0.
       01  idx-tca pic 9(4).

       01  lin-titulo.
           03 filler pic x(20) value spaces.
           03 filler pic x(35) value
               "COBRANZA DE CUOTAS SOCIALES -".
           03 l-periodo pic 9(6).

       01  lin-detalle.
           03 l-cod pic zzzzz9.
           03 filler pic x(3) value " - ".
           03 l-nom pic x(20).
           03 filler pic x(2) value spaces.
           03 l-resultado pic x(34).
           03 filler pic x(2) value spaces.
           03 l-importe pic zzz,zz9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            IF flag-desborde = 1
               DISPLAY "capitalSocial.txt excede la capacidad de la "
                   "tabla (2000) - corrida cancelada para no perder "
                   "registros de capital"
            ELSE
               PERFORM VARYING idx-tca FROM 1 BY 1
                       UNTIL idx-tca > cant-tca
                   MOVE tca-reg(idx-tca) TO cap-reg
                   IF cap-vigente AND cap-integrado < cap-suscripto
                       AND cap-ultimo-periodo < ws-periodo
                       PERFORM 300-PROCESAR-CUOTA
                       MOVE cap-reg TO tca-reg(idx-tca)
                   END-IF
               END-PERFORM
               PERFORM 800-REGRABAR-CAPITAL
               PERFORM 900-FIN
            END-IF.
            GOBACK.

           100-INICIO.
               DISPLAY "Cobranza mensual de cuotas de capital social".
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               MOVE ws-fecha-proceso(1:6) TO ws-periodo.
               PERFORM 200-CARGAR-CAPITAL.
               IF flag-desborde = 0
                   PERFORM 150-TOMAR-LOCK
                   OPEN I-O SOCIOS
                   OPEN EXTEND AUDITORIA
                   OPEN EXTEND MOVIMIENTOS
                   IF mov-fileStatus NOT = "00"
                       OPEN OUTPUT MOVIMIENTOS
                   END-IF
                   OPEN OUTPUT REPORTE
                   MOVE ws-periodo TO l-periodo
                   WRITE rep-linea FROM lin-titulo
                   MOVE SPACES TO rep-linea
                   WRITE rep-linea
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

           150-TOMAR-LOCK.
               MOVE "T" TO ws-lock-accion.
               MOVE "COBRA-CUOTA-SOCIAL" TO ws-lock-prog.
               CALL "LOCK-SOCIOS" USING ws-lock-accion,
                   ws-lock-prog, ws-lock-resultado, ws-lock-titular
                   ON EXCEPTION
                       MOVE "O" TO ws-lock-resultado
               END-CALL.
               IF ws-lock-resultado NOT = "O"
                   DISPLAY "socios.dat esta tomado por: ",
                       FUNCTION TRIM(ws-lock-titular)
                   DISPLAY "Corrida cancelada - espere a que "
                       "termine o pida a un supervisor liberar "
                       "el lock"
                   GOBACK
               END-IF.

           200-CARGAR-CAPITAL.
               OPEN INPUT CAPITAL-SOCIAL.
               IF cap-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CAPITAL-SOCIAL AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-tca < 2000
                               ADD 1 TO cant-tca
                               MOVE cap-reg TO tca-reg(cant-tca)
                           ELSE
                               MOVE 1 TO flag-desborde
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAPITAL-SOCIAL
               END-IF.

      *    Una cuota por mes: la que no se puede debitar queda para
      *    el mes siguiente y el plan se estira.
           300-PROCESAR-CUOTA.
               MOVE cap-socio TO soc-cod.
               READ SOCIOS INVALID KEY
                   DISPLAY "Capital de socio inexistente ", cap-socio,
                       " - salteado"
               NOT INVALID KEY
                   COMPUTE ws-importe-cobrar =
                       cap-suscripto - cap-integrado
                   IF cap-plan-importe > 0 AND
                       cap-plan-importe < ws-importe-cobrar
                       MOVE cap-plan-importe TO ws-importe-cobrar
                   END-IF
                   PERFORM 310-AUTORIZAR-DEBITO
                   IF ws-aut-resultado = "A"
                       PERFORM 400-DEBITAR-CUOTA
                   ELSE
                       PERFORM 320-CUOTA-IMPAGA
                   END-IF
               END-READ.

           310-AUTORIZAR-DEBITO.
               MOVE soc-cod TO ws-aut-socio.
               MOVE soc-estado TO ws-aut-estado.
               MOVE soc-categoria TO ws-aut-cat.
               MOVE soc-saldo TO ws-aut-saldo.
               MOVE soc-limite-descubierto TO ws-aut-limite.
               MOVE ws-importe-cobrar TO ws-aut-importe.
               MOVE 0 TO ws-aut-acum.
               MOVE SPACE TO ws-aut-marca.
               MOVE "A" TO ws-aut-resultado.
               CALL "AUTORIZA-DEBITO" USING ws-aut-socio,
                   ws-aut-estado, ws-aut-cat, ws-aut-saldo,
                   ws-aut-limite, ws-aut-importe, ws-aut-acum,
                   ws-aut-marca, ws-aut-resultado, ws-fecha-proceso
                   ON EXCEPTION
                       DISPLAY "ADVERTENCIA: falta AUTORIZA-DEBITO "
                           "- debito sin controles comunes"
                       MOVE "A" TO ws-aut-resultado
               END-CALL.

           320-CUOTA-IMPAGA.
               ADD 1 TO cant-impagas.
               EVALUATE ws-aut-resultado
                   WHEN "S"
                       MOVE "IMPAGA - SOCIO NO ACTIVO" TO l-resultado
                   WHEN "E"
                       MOVE "IMPAGA - EMBARGO JUDICIAL" TO l-resultado
                   WHEN "L"
                       MOVE "IMPAGA - TOPE DIARIO" TO l-resultado
                   WHEN "X"
                       MOVE "IMPAGA - LEGAJO INCOMPLETO"
                           TO l-resultado
                   WHEN OTHER
                       MOVE "IMPAGA - SALDO INSUFICIENTE"
                           TO l-resultado
               END-EVALUATE.
               PERFORM 600-LINEA-REPORTE.

           400-DEBITAR-CUOTA.
               MOVE soc-saldo TO ws-saldo-ant.
               SUBTRACT ws-importe-cobrar FROM soc-saldo.
               IF soc-saldo < 0 AND soc-fecha-rojo = 0
                   MOVE ws-fecha-proceso TO soc-fecha-rojo
               END-IF.
               REWRITE soc-reg.
               ADD ws-importe-cobrar TO cap-integrado.
               ADD 1 TO cap-plan-pagas.
               MOVE ws-periodo TO cap-ultimo-periodo.
               ADD 1 TO cant-cobradas.
               ADD ws-importe-cobrar TO total-cobrado.
               IF cap-integrado >= cap-suscripto
                   ADD 1 TO cant-completos
                   MOVE "CUOTA COBRADA - CAPITAL INTEGRADO"
                       TO l-resultado
               ELSE
                   MOVE "CUOTA COBRADA" TO l-resultado
               END-IF.
               PERFORM 600-LINEA-REPORTE.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-reg.
               STRING aud-fecha-hora    DELIMITED BY SIZE
                      " | OPER: CAPSOC-BATCH | SOCIO "
                                        DELIMITED BY SIZE
                      soc-cod           DELIMITED BY SIZE
                      " | CUOTA-SOCIAL | ANTES: "
                                        DELIMITED BY SIZE
                      ws-saldo-ant      DELIMITED BY SIZE
                      " | DESPUES: "    DELIMITED BY SIZE
                      soc-saldo         DELIMITED BY SIZE
                      INTO aud-reg.
               CALL "SELLO-AUDITORIA" USING aud-reg
                   ON EXCEPTION
                       CONTINUE
               END-CALL.
               WRITE aud-reg.
               MOVE soc-cod TO mov-socio.
               MOVE aud-fecha-hora TO mov-fecha-hora.
               MOVE ws-fecha-proceso TO mov-fecha-hora(1:8).
               MOVE "CAPSOC-BAT" TO mov-operador.
               MOVE "CUOTA-SOCIAL" TO mov-concepto.
               COMPUTE mov-importe = 0 - ws-importe-cobrar.
               MOVE soc-saldo TO mov-saldo-result.
               MOVE 0 TO mov-dni-operante.
               MOVE soc-filial TO mov-filial-oper.
               MOVE soc-filial TO mov-filial-socio.
               WRITE mov-reg.

           600-LINEA-REPORTE.
               MOVE soc-cod TO l-cod.
               MOVE soc-nom TO l-nom.
               MOVE ws-importe-cobrar TO l-importe.
               WRITE rep-linea FROM lin-detalle.

           800-REGRABAR-CAPITAL.
               OPEN OUTPUT CAPITAL-SOCIAL.
               PERFORM VARYING idx-tca FROM 1 BY 1
                       UNTIL idx-tca > cant-tca
                   MOVE tca-reg(idx-tca) TO cap-reg
                   WRITE cap-reg
               END-PERFORM.
               CLOSE CAPITAL-SOCIAL.

           900-FIN.
               CLOSE SOCIOS.
               CLOSE AUDITORIA.
               CLOSE MOVIMIENTOS.
               CLOSE REPORTE.
               MOVE "L" TO ws-lock-accion.
               CALL "LOCK-SOCIOS" USING ws-lock-accion,
                   ws-lock-prog, ws-lock-resultado, ws-lock-titular
                   ON EXCEPTION
                       CONTINUE
               END-CALL.
               DISPLAY "********** TOTALES DE CONTROL **********".
               DISPLAY "Cuotas cobradas: ", cant-cobradas,
                   " por $", total-cobrado.
               DISPLAY "Cuotas impagas: ", cant-impagas.
               DISPLAY "Suscripciones completadas: ", cant-completos.
               DISPLAY "Detalle en ..\cuotasSocialesReporte.txt".
       END PROGRAM COBRA-CUOTA-SOCIAL.
