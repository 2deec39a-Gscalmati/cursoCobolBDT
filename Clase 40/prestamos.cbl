               RECORD KEY IS pend-clave
               FILE STATUS IS pend-fileStatus.

           SELECT codeudores ASSIGN TO "..\codeudores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cod-fileStatus.

           SELECT mov-historico ASSIGN TO "..\movHistorico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS movh-clave
               FILE STATUS IS movh-fileStatus.

           SELECT embargos ASSIGN TO "..\embargos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emb-clave
               FILE STATUS IS emb-fileStatus.

           SELECT reporte-mora ASSIGN TO "..\prestamosMora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mora-fileStatus.

           SELECT evaluaciones ASSIGN TO "..\evaluacionPrestamo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS eva-fileStatus.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL.

               88 pre-activo value "A".
               88 pre-pend-aprob value "P".
               88 pre-cancelado value "C".
               88 pre-refinanciado value "R".
               88 pre-siniestro value "S".
      *        Prestamo que este refinancia ("R" en el original):
      *        cero si es una originacion comun.
           03 pre-refinancia pic 9(5).

       FD  cuotas-prestamo.
       01  cup-reg.
           03 cup-interes pic 9(6)v99.
           03 cup-total pic 9(6)v99.
           03 cup-estado pic x.
      *        "P" pendiente, "M" en mora, "C" cobrada,
      *        "X" cancelada por precancelacion,
      *        "R" absorbida por una refinanciacion
      *        Corridas de cobranza que la cuota lleva en mora.
           03 cup-corridas-mora pic 99.

       FD  contador.
       01  con-reg.
           03 pend-operador pic x(10).
           03 pend-estado pic x.

      *    Socios que garantizan cada prestamo (uno o dos segun el
      *    monto).
       FD  codeudores.
       01  cod-reg.
           03 cod-prestamo pic 9(5).
           03 cod-orden pic 9.
           03 cod-socio pic 9(6).
           03 cod-titular pic 9(6).
           03 cod-fecha-alta pic 9(8).

       FD  mov-historico.
       01  movh-reg.
           03 movh-clave.
               05 movh-socio pic 9(6).
               05 movh-fecha-hora pic x(14).
               05 movh-seq pic 9(3).
           03 movh-operador pic x(10).
           03 movh-concepto pic x(13).
           03 movh-importe pic s9(7)v99.
           03 movh-saldo-result pic s9(7)v99.

       FD  embargos.
       01  emb-reg.
           03 emb-clave.
               05 emb-socio pic 9(6).
               05 emb-expediente pic x(12).
           03 emb-importe pic s9(7)v99.
           03 emb-fecha pic 9(8).
           03 emb-estado pic x.
               88 emb-activo value "A".
               88 emb-levantado value "L".

      *    Reporte de la ultima corrida de cobranza de cuotas.
       FD  reporte-mora.
       01  mora-linea pic x(90).

      *    Evaluacion de capacidad de pago con la que se otorgo cada
      *    prestamo, para auditoria.
       FD  evaluaciones.
       01  eva-reg.
           03 eva-prestamo pic 9(5).
           03 eva-fecha pic 9(8).
           03 eva-socio pic 9(6).
           03 eva-categoria pic x.
           03 eva-prom-creditos pic 9(8)v99.
           03 eva-cuotas-vigentes pic 9(8)v99.
           03 eva-cuota-nueva pic 9(6)v99.
           03 eva-ratio pic 999v99.
           03 eva-ratio-politica pic 999v99.
           03 eva-cuota-maxima pic 9(8)v99.
           03 eva-monto-maximo pic 9(8)v99.
           03 eva-mora-historica pic 999.
           03 eva-mora-actual pic 999.
           03 eva-embargo pic x.
           03 eva-dictamen pic x.
      *        "A" dentro de la politica, "S" derivado al supervisor
           03 eva-operador pic x(10).

       FD  auditoria.
       01  aud-reg pic x(180).

           03 mov-concepto pic x(13).
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-dni-operante pic 9(8).
           03 mov-filial-oper pic 99.
           03 mov-filial-socio pic 99.

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  umb-fileStatus pic xx.
       01  pend-fileStatus pic xx.
       01  mov-fileStatus pic xx.
       01  cod-fileStatus pic xx.
       01  movh-fileStatus pic xx.
       01  emb-fileStatus pic xx.
       01  mora-fileStatus pic xx.
       01  eva-fileStatus pic xx.
       01  opc-menu pic 9.
       01  ws-operador-id pic x(10).
       01  ws-fecha-negocio pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-fecha pic 9(8).
       01  ws-fn-estado pic x.
           88 ws-fn-cerrado value "C".
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-tasa pic 99v9999.
       01  ws-umbral pic 9(6)v99.
       01  ws-nro-nuevo pic 9(5).
           03 vto-dd pic 99.
       01  ws-meses-tot pic 9(6).
       01  idx-cuota pic 99.
      *    Base del plan: fecha desde la que se cuenta el primer
      *    vencimiento y numero de cuota desde el que se numera (el
      *    replan de una precancelacion parcial sigue la numeracion
      *    y las fechas del plan original).
       01  ws-vto-base pic 9(8).
       01  ws-nro-base pic 99.

      *    Precancelacion y refinanciacion: cuotas impagas del
      *    prestamo elegido, deuda a la fecha y debito al socio.
       01  tabla-cuotas-pre.
           03 tcp-item occurs 99 times.
               05 tcp-nro pic 99.
               05 tcp-vto pic 9(8).
               05 tcp-capital pic 9(6)v99.
               05 tcp-interes pic 9(6)v99.
               05 tcp-estado pic x.
       01  cant-tcp pic 99 value 0.
       01  idx-tcp pic 99.
       01  ws-pre-tasa pic 99v9999.
       01  ws-pre-cant pic 99.
       01  ws-pre-estado pic x.
       01  ws-pre-refin pic 9(5).
       01  ws-cap-pendiente pic 9(8)v99.
       01  ws-int-vencido pic 9(8)v99.
       01  ws-deuda-total pic 9(8)v99.
       01  ws-cant-vencidas pic 99.
       01  ws-cant-impagas pic 99.
       01  ws-ultimo-nro pic 99.
       01  ws-primer-vto pic 9(8).
       01  ws-importe-pago pic 9(6)v99.
       01  ws-cap-restante pic 9(8)v99.
       01  ws-cuota-actual pic 9(6)v99.
       01  ws-cuotas-nuevas pic 99.
       01  ws-saldo-sim pic s9(8)v99.
       01  opc-precan pic 9.
       01  opc-replan pic 9.
       01  flag-prestamo pic 9.
       01  ws-concepto-deb pic x(13).
       01  ws-aut-socio pic 9(6).
       01  ws-aut-estado pic x.
       01  ws-aut-cat pic x.
       01  ws-aut-saldo pic s9(8)v99.
       01  ws-aut-limite pic 9(6)v99.
       01  ws-aut-importe pic 9(7)v99.
       01  ws-aut-acum pic 9(9)v99.
       01  ws-aut-marca pic x.
       01  ws-aut-resultado pic x.
       01  ws-acum-abs pic 9(7)v99.
       01  ws-estado-cuota pic x.
       01  ws-saldo-ant pic s9(6)v99.
       01  ws-importe-mov pic s9(7)v99.

      *    Politica de codeudores (maestro de parametros): monto
      *    desde el que se pide uno y dos codeudores, y tope de lo
      *    que un socio puede garantizar en total.
       01  ws-par-clave pic x(14).
       01  ws-par-fecha pic 9(8).
       01  ws-par-valor pic 9(9)v9999.
       01  ws-par-resultado pic x.
       01  ws-gar-monto-1 pic 9(6)v99.
       01  ws-gar-monto-2 pic 9(6)v99.
       01  ws-gar-tope pic 9(8)v99.
       01  tabla-garantes.
           03 tga-socio pic 9(6) occurs 2 times.
       01  ws-cant-garantes pic 9.
       01  idx-gar pic 9.
       01  ws-garante-aux pic 9(6).
       01  ws-exposicion pic 9(8)v99.
       01  tabla-pre-garante.
           03 tpg-nro pic 9(5) occurs 100 times.
       01  cant-tpg pic 999.
       01  idx-tpg pic 999.

      *    Capacidad de pago: creditos promedio de los ultimos seis
      *    meses contra lo que el socio ya paga de cuotas, con el
      *    ratio de politica del maestro de parametros.
       01  ws-fecha-desde pic 9(8).
       01  ws-suma-creditos pic 9(9)v99.
       01  ws-prom-creditos pic 9(8)v99.
       01  ws-cuotas-vigentes pic 9(8)v99.
       01  ws-cuota-nueva pic 9(6)v99.
       01  ws-ratio pic 999v99.
       01  ws-ratio-politica pic 999v99.
       01  ws-ratio-maximo pic 999v99.
       01  ws-cuota-maxima pic 9(8)v99.
       01  ws-monto-maximo pic 9(8)v99.
       01  ws-mora-historica pic 999.
       01  ws-mora-actual pic 999.
       01  ws-linea-socio pic 9(6).
       01  flag-embargado pic 9.
       01  flag-movh pic 9.
       01  flag-emb pic 9.
       01  ws-dictamen pic x.
       01  ws-categoria-aux pic x.
       01  tabla-pre-socio.
           03 tps-nro pic 9(5) occurs 50 times.
       01  cant-tps pic 99.
       01  idx-tps pic 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "MODULO DE PRESTAMOS A SOCIOS".
            DISPLAY "Ingrese usuario operador:".
            ACCEPT ws-operador-id.
            PERFORM 080-LEER-FECHA-NEGOCIO.
            MOVE 9 TO opc-menu.
            PERFORM UNTIL opc-menu = 0
               DISPLAY "1 - Originar prestamo"
               DISPLAY "2 - Ver plan de cuotas de un prestamo"
               DISPLAY "3 - Activar prestamo aprobado"
               DISPLAY "4 - Precancelar prestamo (total o parcial)"
               DISPLAY "5 - Refinanciar prestamo"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               PERFORM 090-VALIDAR-DIA-ABIERTO
               EVALUATE opc-menu
                   WHEN 1
                       PERFORM 100-ORIGINAR
                       PERFORM 700-VER-PLAN
                   WHEN 3
                       PERFORM 800-ACTIVAR-APROBADO
                   WHEN 4
                       PERFORM 1000-PRECANCELAR
                   WHEN 5
                       PERFORM 1100-REFINANCIAR
               END-EVALUATE
            END-PERFORM.
            GOBACK.

      *    Sin fechaNegocio.txt (instalacion sin cierre de dia) se
      *    sigue asentando con la fecha del sistema.
           080-LEER-FECHA-NEGOCIO.
               MOVE "L" TO ws-fn-accion.
               MOVE 0 TO ws-fn-fecha.
               CALL "FECHA-NEGOCIO" USING ws-fn-accion, ws-fn-fecha,
                   ws-fn-estado, ws-fn-ultimo, ws-fn-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-fn-resultado
               END-CALL.
               IF ws-fn-resultado = "O"
                   MOVE ws-fn-fecha TO ws-fecha-negocio
               ELSE
                   MOVE SPACE TO ws-fn-estado
                   MOVE FUNCTION CURRENT-DATE(1:8) TO ws-fecha-negocio
               END-IF.

      *    Con el dia de negocio cerrado solo se consulta el plan:
      *    originar, activar, precancelar y refinanciar esperan la
      *    apertura del dia siguiente.
           090-VALIDAR-DIA-ABIERTO.
               IF opc-menu = 1 OR opc-menu = 3 OR opc-menu = 4
                   OR opc-menu = 5
                   PERFORM 080-LEER-FECHA-NEGOCIO
                   IF ws-fn-cerrado
                       DISPLAY "El dia de negocio ", ws-fn-ultimo,
                           " esta cerrado - no se opera hasta la "
                           "apertura del ", ws-fecha-negocio
                       MOVE 9 TO opc-menu
                   END-IF
               END-IF.

      *    La originacion entera corre bajo el lock del maestro:
      *    el credito del monto toca socios.dat y no debe cruzarse
      *    con un batch nocturno ni con otro puesto.
                           "se origina"
                   ELSE
                       PERFORM 120-CAPTURA
                       IF flag-ok = 1
                           PERFORM 150-EVALUAR-CAPACIDAD
                       END-IF
                       IF flag-ok = 1
                           PERFORM 130-CAPTURA-CODEUDORES
                       END-IF
                       IF flag-ok = 1
                           PERFORM 200-ALTA-PRESTAMO
                       END-IF
                       DISPLAY "El socio no esta activo"
                       MOVE 0 TO flag-ok
                   END-IF
                   MOVE soc-categoria TO ws-categoria-aux
               END-READ.
               CLOSE SOCIOS.
               IF flag-ok = 1
                   END-IF
               END-IF.

      *    Los prestamos grandes necesitan codeudores que sean socios
      *    activos; ninguno puede quedar garantizando mas que el
      *    tope, contando el capital impago de lo que ya garantiza.
           130-CAPTURA-CODEUDORES.
               PERFORM 135-LEER-POLITICA-GARANTIA.
               MOVE 0 TO ws-cant-garantes.
               IF ws-monto-aux >= ws-gar-monto-2
                   MOVE 2 TO ws-cant-garantes
               ELSE
                   IF ws-monto-aux >= ws-gar-monto-1
                       MOVE 1 TO ws-cant-garantes
                   END-IF
               END-IF.
               IF ws-cant-garantes > 0
                   DISPLAY "El monto requiere ", ws-cant-garantes,
                       " codeudor(es) socio(s)"
               END-IF.
               PERFORM VARYING idx-gar FROM 1 BY 1
                       UNTIL idx-gar > ws-cant-garantes OR flag-ok = 0
                   DISPLAY "Ingrese cod. del codeudor ", idx-gar
                   ACCEPT ws-garante-aux
                   PERFORM 140-VALIDAR-CODEUDOR
                   IF flag-ok = 1
                       MOVE ws-garante-aux TO tga-socio(idx-gar)
                   END-IF
               END-PERFORM.

           135-LEER-POLITICA-GARANTIA.
               MOVE 50000.00 TO ws-gar-monto-1.
               MOVE 200000.00 TO ws-gar-monto-2.
               MOVE 300000.00 TO ws-gar-tope.
               MOVE ws-fecha-negocio TO ws-par-fecha.
               MOVE "GAR-MONTO-1" TO ws-par-clave.
               PERFORM 138-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-gar-monto-1
               END-IF.
               MOVE "GAR-MONTO-2" TO ws-par-clave.
               PERFORM 138-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-gar-monto-2
               END-IF.
               MOVE "GAR-TOPE" TO ws-par-clave.
               PERFORM 138-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-gar-tope
               END-IF.

           138-LEER-PARAMETRO.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.

           140-VALIDAR-CODEUDOR.
               IF ws-garante-aux = ws-socio-aux
                   DISPLAY "El titular no puede ser su propio codeudor"
                   MOVE 0 TO flag-ok
               END-IF.
               IF flag-ok = 1 AND idx-gar = 2 AND
                   ws-garante-aux = tga-socio(1)
                   DISPLAY "Los dos codeudores deben ser distintos"
                   MOVE 0 TO flag-ok
               END-IF.
               IF flag-ok = 1
                   OPEN INPUT SOCIOS
                   MOVE ws-garante-aux TO soc-cod
                   READ SOCIOS INVALID KEY
                       DISPLAY "Codeudor inexistente"
                       MOVE 0 TO flag-ok
                   NOT INVALID KEY
                       IF NOT soc-activo
                           DISPLAY "El codeudor no esta activo"
                           MOVE 0 TO flag-ok
                       END-IF
                   END-READ
                   CLOSE SOCIOS
               END-IF.
               IF flag-ok = 1
                   PERFORM 145-EXPOSICION-GARANTE
                   IF (ws-exposicion + ws-monto-aux) > ws-gar-tope
                       DISPLAY "El codeudor ya garantiza $",
                           ws-exposicion, " - con este prestamo "
                           "supera el tope de $", ws-gar-tope
                       MOVE 0 TO flag-ok
                   END-IF
               END-IF.
               IF flag-ok = 0
                   DISPLAY "Originacion cancelada"
               END-IF.

      *    Capital impago de los prestamos que ws-garante-aux ya
      *    garantiza.
           145-EXPOSICION-GARANTE.
               MOVE 0 TO cant-tpg.
               MOVE 0 TO ws-exposicion.
               OPEN INPUT CODEUDORES.
               IF cod-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CODEUDORES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cod-socio = ws-garante-aux AND
                               cant-tpg < 100
                               ADD 1 TO cant-tpg
                               MOVE cod-prestamo TO tpg-nro(cant-tpg)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CODEUDORES
               END-IF.
               IF cant-tpg > 0
                   OPEN INPUT CUOTAS-PRESTAMO
                   IF cup-fileStatus = "00"
                       MOVE 1 TO flag-fin
                       PERFORM UNTIL flag-fin = 0
                           READ CUOTAS-PRESTAMO AT END
                               MOVE 0 TO flag-fin
                           NOT AT END
                               IF cup-estado = "P" OR cup-estado = "M"
                                   PERFORM 146-SUMAR-SI-GARANTIZADA
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE CUOTAS-PRESTAMO
                   END-IF
               END-IF.

           146-SUMAR-SI-GARANTIZADA.
               PERFORM VARYING idx-tpg FROM 1 BY 1
                       UNTIL idx-tpg > cant-tpg
                   IF tpg-nro(idx-tpg) = cup-prestamo
                       ADD cup-capital TO ws-exposicion
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

      *    Evaluacion de capacidad de pago antes de otorgar: lo que
      *    el socio acredita por mes, lo que ya paga de cuotas, su
      *    mora, embargos y categoria. Se propone una cuota y un
      *    monto maximo; por encima del ratio de politica el credito
      *    va a la cola del supervisor y por encima del maximo se
      *    rechaza.
           150-EVALUAR-CAPACIDAD.
               PERFORM 151-LEER-POLITICA-CAPACIDAD.
               PERFORM 152-CREDITOS-PROMEDIO.
               PERFORM 153-CUOTAS-VIGENTES.
               PERFORM 154-MORA-ULTIMA-CORRIDA.
               PERFORM 155-VERIFICAR-EMBARGO.
               COMPUTE ws-i-mensual = ws-tasa / 100.
               COMPUTE ws-factor = (1 + ws-i-mensual) ** ws-cuotas-aux.
               COMPUTE ws-cuota-nueva ROUNDED =
                   ws-monto-aux * ws-i-mensual * ws-factor
                   / (ws-factor - 1).
               IF ws-prom-creditos = 0
                   MOVE 999.99 TO ws-ratio
                   MOVE 0 TO ws-cuota-maxima
               ELSE
                   COMPUTE ws-ratio ROUNDED =
                       (ws-cuotas-vigentes + ws-cuota-nueva) * 100
                       / ws-prom-creditos
                       ON SIZE ERROR
                           MOVE 999.99 TO ws-ratio
                   END-COMPUTE
                   IF (ws-prom-creditos * ws-ratio-politica / 100) >
                       ws-cuotas-vigentes
                       COMPUTE ws-cuota-maxima =
                           (ws-prom-creditos * ws-ratio-politica / 100)
                           - ws-cuotas-vigentes
                   ELSE
                       MOVE 0 TO ws-cuota-maxima
                   END-IF
               END-IF.
               COMPUTE ws-monto-maximo ROUNDED =
                   ws-cuota-maxima * (ws-factor - 1)
                   / (ws-i-mensual * ws-factor)
                   ON SIZE ERROR
                       MOVE 99999999.99 TO ws-monto-maximo
               END-COMPUTE.
               MOVE "A" TO ws-dictamen.
               IF ws-ratio > ws-ratio-politica OR flag-embargado = 1
                   OR ws-mora-actual > 0
                   MOVE "S" TO ws-dictamen
               END-IF.
               IF ws-ratio > ws-ratio-maximo
                   MOVE "R" TO ws-dictamen
               END-IF.
               DISPLAY "EVALUACION DE CAPACIDAD DE PAGO - categoria ",
                   ws-categoria-aux.
               DISPLAY "  Creditos promedio mensual   $",
                   ws-prom-creditos.
               DISPLAY "  Cuotas de otros prestamos   $",
                   ws-cuotas-vigentes.
               DISPLAY "  Cuota del prestamo pedido   $",
                   ws-cuota-nueva.
               DISPLAY "  Compromiso sobre creditos    ", ws-ratio,
                   "% (politica ", ws-ratio-politica, "%, maximo ",
                   ws-ratio-maximo, "%)".
               DISPLAY "  Cuotas con mora en su historia: ",
                   ws-mora-historica, " - en la ultima corrida: ",
                   ws-mora-actual.
               IF flag-embargado = 1
                   DISPLAY "  SOCIO CON EMBARGO JUDICIAL ACTIVO"
               END-IF.
               DISPLAY "  Cuota maxima propuesta      $",
                   ws-cuota-maxima.
               DISPLAY "  Monto maximo propuesto      $",
                   ws-monto-maximo.
               EVALUATE ws-dictamen
                   WHEN "R"
                       DISPLAY "Supera el maximo de endeudamiento - "
                           "prestamo RECHAZADO"
                       MOVE "PRESTAMO-RECH" TO aud-operacion
                       MOVE ws-monto-aux TO aud-valor-antes
                       MOVE ws-ratio TO aud-valor-despues
                       PERFORM 600-GRABAR-AUDITORIA
                       MOVE 0 TO flag-ok
                   WHEN "S"
                       DISPLAY "Fuera de politica - el credito queda "
                           "sujeto a aprobacion del supervisor"
               END-EVALUATE.

      *    Ratio por categoria (CAP-RATIO-x) con el general
      *    CAP-RATIO de respaldo; CAP-RATIO-MAX es el tope duro.
           151-LEER-POLITICA-CAPACIDAD.
               MOVE 30 TO ws-ratio-politica.
               MOVE 50 TO ws-ratio-maximo.
               MOVE ws-fecha-negocio TO ws-par-fecha.
               MOVE SPACES TO ws-par-clave.
               STRING "CAP-RATIO-" DELIMITED BY SIZE
                      ws-categoria-aux DELIMITED BY SIZE
                      INTO ws-par-clave.
               PERFORM 138-LEER-PARAMETRO.
               IF ws-par-resultado NOT = "O"
                   MOVE "CAP-RATIO" TO ws-par-clave
                   PERFORM 138-LEER-PARAMETRO
               END-IF.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-ratio-politica
               END-IF.
               MOVE "CAP-RATIO-MAX" TO ws-par-clave.
               PERFORM 138-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-ratio-maximo
               END-IF.

      *    Los creditos del propio prestamo no son ingresos del
      *    socio y no cuentan.
           152-CREDITOS-PROMEDIO.
               MOVE 0 TO ws-suma-creditos.
               COMPUTE ws-fecha-desde = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-fecha-negocio) - 180).
               OPEN INPUT MOV-HISTORICO.
               IF movh-fileStatus = "00"
                   MOVE ws-socio-aux TO movh-socio
                   MOVE SPACES TO movh-fecha-hora
                   MOVE ws-fecha-desde TO movh-fecha-hora(1:8)
                   MOVE 0 TO movh-seq
                   START MOV-HISTORICO KEY IS NOT LESS THAN
                       movh-clave
                       INVALID KEY
                           MOVE 0 TO flag-movh
                       NOT INVALID KEY
                           MOVE 1 TO flag-movh
                   END-START
                   PERFORM UNTIL flag-movh = 0
                       READ MOV-HISTORICO NEXT AT END
                           MOVE 0 TO flag-movh
                       NOT AT END
                           IF movh-socio NOT = ws-socio-aux
                               MOVE 0 TO flag-movh
                           ELSE
                               IF movh-importe > 0 AND
                                   movh-concepto NOT = "PRESTAMO-ALTA"
                                   ADD movh-importe TO ws-suma-creditos
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOV-HISTORICO
               END-IF.
               COMPUTE ws-prom-creditos ROUNDED = ws-suma-creditos / 6.

      *    Lo que el socio ya paga por mes: la proxima cuota impaga
      *    de cada prestamo suyo. De paso cuenta las cuotas que
      *    alguna vez pasaron por mora.
           153-CUOTAS-VIGENTES.
               MOVE 0 TO ws-cuotas-vigentes.
               MOVE 0 TO ws-mora-historica.
               MOVE 0 TO cant-tps.
               OPEN INPUT CUOTAS-PRESTAMO.
               IF cup-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUOTAS-PRESTAMO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cup-socio = ws-socio-aux
                               PERFORM 156-ACUMULAR-CUOTA-SOCIO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUOTAS-PRESTAMO
               END-IF.

           156-ACUMULAR-CUOTA-SOCIO.
               IF cup-corridas-mora IS NUMERIC AND
                   cup-corridas-mora > 0 AND ws-mora-historica < 999
                   ADD 1 TO ws-mora-historica
               END-IF.
               IF cup-estado = "P" OR cup-estado = "M"
                   PERFORM VARYING idx-tps FROM 1 BY 1
                           UNTIL idx-tps > cant-tps
                       IF tps-nro(idx-tps) = cup-prestamo
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF idx-tps > cant-tps AND cant-tps < 50
                       ADD 1 TO cant-tps
                       MOVE cup-prestamo TO tps-nro(cant-tps)
                       ADD cup-total TO ws-cuotas-vigentes
                   END-IF
               END-IF.

      *    Lineas del socio en el reporte de la ultima cobranza,
      *    como titular en mora o como titular de una cuota que
      *    termino pagando un codeudor.
           154-MORA-ULTIMA-CORRIDA.
               MOVE 0 TO ws-mora-actual.
               OPEN INPUT REPORTE-MORA.
               IF mora-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ REPORTE-MORA AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           PERFORM 157-LINEA-MORA
                       END-READ
                   END-PERFORM
                   CLOSE REPORTE-MORA
               END-IF.

           157-LINEA-MORA.
               MOVE 0 TO ws-linea-socio.
               IF mora-linea(1:9) = "PRESTAMO "
                   IF mora-linea(16:7) = " SOCIO "
                       MOVE FUNCTION NUMVAL(mora-linea(23:6))
                           TO ws-linea-socio
                   ELSE
                       IF mora-linea(53:10) = " (TITULAR "
                           MOVE FUNCTION NUMVAL(mora-linea(63:6))
                               TO ws-linea-socio
                       END-IF
                   END-IF
               END-IF.
               IF ws-linea-socio = ws-socio-aux AND
                   ws-mora-actual < 999
                   ADD 1 TO ws-mora-actual
               END-IF.

           155-VERIFICAR-EMBARGO.
               MOVE 0 TO flag-embargado.
               OPEN INPUT EMBARGOS.
               IF emb-fileStatus = "00"
                   MOVE ws-socio-aux TO emb-socio
                   MOVE LOW-VALUES TO emb-expediente
                   START EMBARGOS KEY IS NOT LESS THAN emb-clave
                       INVALID KEY
                           MOVE 0 TO flag-emb
                       NOT INVALID KEY
                           MOVE 1 TO flag-emb
                   END-START
                   PERFORM UNTIL flag-emb = 0
                       READ EMBARGOS NEXT AT END
                           MOVE 0 TO flag-emb
                       NOT AT END
                           IF emb-socio NOT = ws-socio-aux
                               MOVE 0 TO flag-emb
                           ELSE
                               IF emb-activo
                                   MOVE 1 TO flag-embargado
                                   MOVE 0 TO flag-emb
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMBARGOS
               END-IF.

           158-GRABAR-EVALUACION.
               MOVE ws-nro-nuevo TO eva-prestamo.
               MOVE ws-fecha-negocio TO eva-fecha.
               MOVE ws-socio-aux TO eva-socio.
               MOVE ws-categoria-aux TO eva-categoria.
               MOVE ws-prom-creditos TO eva-prom-creditos.
               MOVE ws-cuotas-vigentes TO eva-cuotas-vigentes.
               MOVE ws-cuota-nueva TO eva-cuota-nueva.
               MOVE ws-ratio TO eva-ratio.
               MOVE ws-ratio-politica TO eva-ratio-politica.
               MOVE ws-cuota-maxima TO eva-cuota-maxima.
               MOVE ws-monto-maximo TO eva-monto-maximo.
               MOVE ws-mora-historica TO eva-mora-historica.
               MOVE ws-mora-actual TO eva-mora-actual.
               IF flag-embargado = 1
                   MOVE "S" TO eva-embargo
               ELSE
                   MOVE "N" TO eva-embargo
               END-IF.
               MOVE ws-dictamen TO eva-dictamen.
               MOVE ws-operador-id TO eva-operador.
               OPEN EXTEND EVALUACIONES.
               IF eva-fileStatus NOT = "00"
                   OPEN OUTPUT EVALUACIONES
               END-IF.
               WRITE eva-reg.
               CLOSE EVALUACIONES.

      *    La originacion grande respeta la misma cola de aprobacion
      *    del ABM: el credito del monto queda pendiente de un
      *    segundo operador (opcion 12 del ABM) y el prestamo en
      *    El credito chico se intenta ANTES de consumir numero y
      *    de grabar nada: si la plata no se pudo acreditar, no hay
      *    prestamo ni plan de cuotas que cobrar despues.
      *    El credito fuera de la politica de capacidad de pago va a
      *    la misma cola aunque no supere el umbral.
           200-ALTA-PRESTAMO.
               PERFORM 220-LEER-UMBRAL.
               MOVE 1 TO flag-credito-ok.
               IF ws-monto-aux > ws-umbral OR ws-dictamen = "S"
                   PERFORM 300-ENCOLAR-APROBACION
                   IF ws-monto-aux > ws-umbral
                       DISPLAY "El monto supera el umbral de ",
                           ws-umbral
                   END-IF
                   DISPLAY "El credito queda pendiente de aprobacion "
                       "por un segundo operador (ABM opcion 12); "
                       "active el prestamo con la opcion 3 una vez "
                   MOVE ws-monto-aux TO pre-monto
                   MOVE ws-tasa TO pre-tasa
                   MOVE ws-cuotas-aux TO pre-cant-cuotas
                   MOVE ws-fecha-negocio TO pre-fecha-alta
                   MOVE 0 TO pre-refinancia
                   IF ws-monto-aux > ws-umbral OR ws-dictamen = "S"
                       SET pre-pend-aprob TO TRUE
                   ELSE
                       SET pre-activo TO TRUE
                   END-IF
                   WRITE pre-reg
                   CLOSE PRESTAMOS
                   MOVE ws-fecha-negocio TO ws-vto-base
                   MOVE 0 TO ws-nro-base
                   PERFORM 500-GENERAR-PLAN
                   PERFORM 230-GRABAR-CODEUDORES
                   PERFORM 158-GRABAR-EVALUACION
                   MOVE "PRESTAMO-ALTA" TO aud-operacion
                   MOVE ws-monto-aux TO aud-valor-antes
                   MOVE pre-estado TO aud-valor-despues
                   CLOSE UMBRAL
               END-IF.

           230-GRABAR-CODEUDORES.
               IF ws-cant-garantes > 0
                   OPEN EXTEND CODEUDORES
                   IF cod-fileStatus NOT = "00"
                       OPEN OUTPUT CODEUDORES
                   END-IF
                   PERFORM VARYING idx-gar FROM 1 BY 1
                           UNTIL idx-gar > ws-cant-garantes
                       MOVE ws-nro-nuevo TO cod-prestamo
                       MOVE idx-gar TO cod-orden
                       MOVE tga-socio(idx-gar) TO cod-socio
                       MOVE ws-socio-aux TO cod-titular
                       MOVE ws-fecha-negocio TO cod-fecha-alta
                       WRITE cod-reg
                   END-PERFORM
                   CLOSE CODEUDORES
                   PERFORM VARYING idx-gar FROM 1 BY 1
                           UNTIL idx-gar > ws-cant-garantes
                       MOVE "CODEUDOR-ALTA" TO aud-operacion
                       MOVE ws-nro-nuevo TO aud-valor-antes
                       MOVE tga-socio(idx-gar) TO aud-valor-despues
                       PERFORM 600-GRABAR-AUDITORIA
                   END-PERFORM
               END-IF.

           300-ENCOLAR-APROBACION.
               MOVE ws-socio-aux TO pend-socio.
               MOVE FUNCTION CURRENT-DATE(1:14) TO pend-fecha-hora.
                       OPEN OUTPUT MOVIMIENTOS
                   END-IF
                   MOVE ws-socio-aux TO mov-socio
                   MOVE ws-fecha-negocio TO mov-fecha-hora(1:8)
                   MOVE FUNCTION CURRENT-DATE(9:6)
                       TO mov-fecha-hora(9:6)
                   MOVE ws-operador-id TO mov-operador
                   MOVE "PRESTAMO-ALTA" TO mov-concepto
                   MOVE ws-monto-aux TO mov-importe
                   MOVE soc-saldo TO mov-saldo-result
                   MOVE 0 TO mov-dni-operante
                   MOVE soc-filial TO mov-filial-oper
                   MOVE soc-filial TO mov-filial-socio
                   WRITE mov-reg
                   CLOSE MOVIMIENTOS
               END-IF.
                   ws-monto-aux * ws-i-mensual * ws-factor
                   / (ws-factor - 1).
               MOVE ws-monto-aux TO ws-saldo-deudor.
               MOVE ws-vto-base TO ws-vto-aux.
               OPEN EXTEND CUOTAS-PRESTAMO.
               IF cup-fileStatus NOT = "00"
                   OPEN OUTPUT CUOTAS-PRESTAMO
                   SUBTRACT ws-cap-cuota FROM ws-saldo-deudor
                   MOVE ws-nro-nuevo TO cup-prestamo
                   MOVE ws-socio-aux TO cup-socio
                   COMPUTE cup-nro = ws-nro-base + idx-cuota
                   MOVE ws-vto-aux TO cup-vto
                   MOVE ws-cap-cuota TO cup-capital
                   MOVE ws-int-cuota TO cup-interes
                   COMPUTE cup-total = ws-cap-cuota + ws-int-cuota
                   MOVE "P" TO cup-estado
                   MOVE 0 TO cup-corridas-mora
                   WRITE cup-reg
               END-PERFORM.
               CLOSE CUOTAS-PRESTAMO.
           700-VER-PLAN.
               DISPLAY "Ingrese numero de prestamo."
               ACCEPT ws-prestamo-aux.
               PERFORM 710-VER-VINCULOS.
               PERFORM 720-VER-EVALUACION.
               MOVE 0 TO flag-pend.
               OPEN INPUT CUOTAS-PRESTAMO.
               IF cup-fileStatus = "00"
                   DISPLAY "No se encontraron cuotas de ese prestamo"
               END-IF.

      *    Cabecera del prestamo y su cadena de refinanciaciones:
      *    a que prestamo reemplazo y por cual fue reemplazado.
           710-VER-VINCULOS.
               OPEN INPUT PRESTAMOS.
               IF pre-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PRESTAMOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF pre-nro = ws-prestamo-aux
                               DISPLAY "Prestamo ", pre-nro, " socio ",
                                   pre-socio, " monto $", pre-monto,
                                   " estado ", pre-estado
                               IF pre-refinancia IS NUMERIC AND
                                   pre-refinancia > 0
                                   DISPLAY "  Refinancia al prestamo ",
                                       pre-refinancia
                               END-IF
                           END-IF
                           IF pre-refinancia IS NUMERIC AND
                               pre-refinancia = ws-prestamo-aux AND
                               pre-nro NOT = ws-prestamo-aux
                               DISPLAY "  Refinanciado por el "
                                   "prestamo ", pre-nro
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRESTAMOS
               END-IF.

           720-VER-EVALUACION.
               OPEN INPUT EVALUACIONES.
               IF eva-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ EVALUACIONES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF eva-prestamo = ws-prestamo-aux
                               DISPLAY "  Otorgado con compromiso ",
                                   eva-ratio, "% (politica ",
                                   eva-ratio-politica, "%) dictamen ",
                                   eva-dictamen, " por ", eva-operador
                               DISPLAY "  Creditos prom $",
                                   eva-prom-creditos,
                                   " cuotas previas $",
                                   eva-cuotas-vigentes, " embargo ",
                                   eva-embargo
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EVALUACIONES
               END-IF.

      *    Una vez que el supervisor aprobo el credito grande en el
      *    ABM, un operador distinto del que origino pasa el prestamo
      *    a estado activo para que el batch de cobranza lo tome.
                   DISPLAY "No se encontro un prestamo pendiente "
                       "con ese numero"
               END-IF.
      *    Precancelacion: el socio paga con su saldo la deuda del
      *    prestamo (capital de las cuotas impagas mas el interes
      *    ya devengado de las vencidas). El debito pasa por
      *    AUTORIZA-DEBITO como cualquier salida de plata y corre
      *    bajo el lock del maestro, igual que la originacion.
      *    Parcial: se baja capital y se rearma el plan frances de
      *    las cuotas restantes, con menos cuotas o con cuota menor
      *    a eleccion del operador.
           1000-PRECANCELAR.
               PERFORM 115-TOMAR-LOCK.
               IF flag-lock-ok = 1
                   PERFORM 1010-ELEGIR-PRESTAMO
                   IF flag-prestamo = 1
                       DISPLAY "1 - Precancelacion total"
                       DISPLAY "2 - Precancelacion parcial"
                       ACCEPT opc-precan
                       EVALUATE opc-precan
                           WHEN 1
                               PERFORM 1020-PRECANCELAR-TOTAL
                           WHEN 2
                               PERFORM 1030-PRECANCELAR-PARCIAL
                           WHEN OTHER
                               DISPLAY "Opcion invalida"
                       END-EVALUATE
                   END-IF
                   PERFORM 116-LIBERAR-LOCK
               END-IF.

      *    Ubica un prestamo activo, carga sus cuotas impagas y
      *    muestra la deuda a la fecha.
           1010-ELEGIR-PRESTAMO.
               MOVE 0 TO flag-prestamo.
               DISPLAY "Ingrese numero de prestamo."
               ACCEPT ws-prestamo-aux.
               OPEN INPUT PRESTAMOS.
               IF pre-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PRESTAMOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF pre-nro = ws-prestamo-aux
                               MOVE 1 TO flag-prestamo
                               MOVE pre-socio TO ws-socio-aux
                               MOVE pre-tasa TO ws-pre-tasa
                               MOVE pre-cant-cuotas TO ws-pre-cant
                               MOVE pre-estado TO ws-pre-estado
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRESTAMOS
               END-IF.
               IF flag-prestamo = 0
                   DISPLAY "No existe un prestamo con ese numero"
               ELSE
                   IF ws-pre-estado NOT = "A"
                       DISPLAY "El prestamo no esta activo (estado ",
                           ws-pre-estado, ")"
                       MOVE 0 TO flag-prestamo
                   END-IF
               END-IF.
               IF flag-prestamo = 1
                   PERFORM 1015-CARGAR-CUOTAS
                   IF cant-tcp = 0
                       DISPLAY "El prestamo no tiene cuotas impagas"
                       MOVE 0 TO flag-prestamo
                   ELSE
                       DISPLAY "Socio ", ws-socio-aux, " - cuotas "
                           "impagas: ", ws-cant-impagas,
                           " (vencidas: ", ws-cant-vencidas, ")"
                       DISPLAY "Capital pendiente  $", ws-cap-pendiente
                       DISPLAY "Interes vencido    $", ws-int-vencido
                       DISPLAY "Deuda a la fecha   $", ws-deuda-total
                   END-IF
               END-IF.

      *    Las cuotas se graban en orden de numero, asi que la
      *    primera impaga de la tabla es la proxima a vencer (o la
      *    mas atrasada).
           1015-CARGAR-CUOTAS.
               MOVE 0 TO cant-tcp.
               MOVE 0 TO ws-cap-pendiente.
               MOVE 0 TO ws-int-vencido.
               MOVE 0 TO ws-cant-vencidas.
               OPEN INPUT CUOTAS-PRESTAMO.
               IF cup-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUOTAS-PRESTAMO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cup-prestamo = ws-prestamo-aux AND
                               (cup-estado = "P" OR cup-estado = "M")
                               AND cant-tcp < 99
                               ADD 1 TO cant-tcp
                               MOVE cup-nro TO tcp-nro(cant-tcp)
                               MOVE cup-vto TO tcp-vto(cant-tcp)
                               MOVE cup-capital TO tcp-capital(cant-tcp)
                               MOVE cup-interes TO tcp-interes(cant-tcp)
                               MOVE cup-estado TO tcp-estado(cant-tcp)
                               ADD cup-capital TO ws-cap-pendiente
                               IF cup-vto <= ws-fecha-negocio
                                   ADD cup-interes TO ws-int-vencido
                                   ADD 1 TO ws-cant-vencidas
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUOTAS-PRESTAMO
               END-IF.
               MOVE cant-tcp TO ws-cant-impagas.
               COMPUTE ws-deuda-total =
                   ws-cap-pendiente + ws-int-vencido.

           1020-PRECANCELAR-TOTAL.
               IF ws-deuda-total > 999999.99
                   DISPLAY "La deuda excede el importe maximo de un "
                       "debito - precancele en dos pagos parciales"
               ELSE
                   MOVE ws-deuda-total TO ws-importe-pago
                   MOVE "PRECANCELAC" TO ws-concepto-deb
                   PERFORM 1040-DEBITAR-SOCIO
                   IF flag-ok = 1
                       MOVE "X" TO ws-estado-cuota
                       PERFORM 1050-MARCAR-CUOTAS
                       MOVE "C" TO ws-pre-estado
                       PERFORM 1060-ACTUALIZAR-PRESTAMO
                       MOVE "PRECANC-TOTAL" TO aud-operacion
                       MOVE ws-deuda-total TO aud-valor-antes
                       MOVE "CANCELADO" TO aud-valor-despues
                       PERFORM 600-GRABAR-AUDITORIA
                       DISPLAY "Prestamo ", ws-prestamo-aux,
                           " precancelado - debitado $", ws-importe-pago
                   END-IF
               END-IF.

      *    Con cuotas vencidas impagas no se acepta pago parcial:
      *    primero se regulariza la mora o se refinancia.
           1030-PRECANCELAR-PARCIAL.
               MOVE 1 TO flag-ok.
               IF ws-cant-vencidas > 0
                   DISPLAY "El prestamo tiene cuotas vencidas "
                       "impagas - regularice o refinancie (opcion 5)"
                   MOVE 0 TO flag-ok
               END-IF.
               IF flag-ok = 1
                   DISPLAY "Ingrese capital a cancelar."
                   ACCEPT ws-importe-pago
                   IF ws-importe-pago = 0 OR
                       ws-importe-pago >= ws-cap-pendiente
                       DISPLAY "El importe debe ser mayor a cero y "
                           "menor al capital pendiente (para cancelar "
                           "todo use la precancelacion total)"
                       MOVE 0 TO flag-ok
                   END-IF
               END-IF.
               IF flag-ok = 1
                   DISPLAY "1 - Mantener la cuota y reducir la "
                       "cantidad de cuotas"
                   DISPLAY "2 - Mantener la cantidad y reducir la "
                       "cuota"
                   ACCEPT opc-replan
                   IF opc-replan NOT = 1 AND opc-replan NOT = 2
                       DISPLAY "Opcion invalida"
                       MOVE 0 TO flag-ok
                   END-IF
               END-IF.
               IF flag-ok = 1
                   MOVE "PRECANC-PARC" TO ws-concepto-deb
                   PERFORM 1040-DEBITAR-SOCIO
               END-IF.
               IF flag-ok = 1
                   COMPUTE ws-cap-restante =
                       ws-cap-pendiente - ws-importe-pago
                   IF opc-replan = 1
                       PERFORM 1035-CONTAR-CUOTAS
                   ELSE
                       MOVE ws-cant-impagas TO ws-cuotas-nuevas
                   END-IF
                   MOVE "X" TO ws-estado-cuota
                   PERFORM 1050-MARCAR-CUOTAS
                   MOVE ws-prestamo-aux TO ws-nro-nuevo
                   MOVE ws-cap-restante TO ws-monto-aux
                   MOVE ws-pre-tasa TO ws-tasa
                   MOVE ws-cuotas-nuevas TO ws-cuotas-aux
                   MOVE tcp-vto(1) TO ws-vto-aux
                   PERFORM 1036-RETROCEDER-UN-MES
                   MOVE ws-vto-aux TO ws-vto-base
                   COMPUTE ws-nro-base = tcp-nro(1) - 1
                   PERFORM 500-GENERAR-PLAN
                   COMPUTE ws-pre-cant = ws-nro-base + ws-cuotas-nuevas
                   PERFORM 1060-ACTUALIZAR-PRESTAMO
                   MOVE "PRECANC-PARC" TO aud-operacion
                   MOVE ws-cap-pendiente TO aud-valor-antes
                   MOVE ws-cap-restante TO aud-valor-despues
                   PERFORM 600-GRABAR-AUDITORIA
                   DISPLAY "Capital pendiente ahora $", ws-cap-restante,
                       " en ", ws-cuotas-nuevas, " cuotas"
               END-IF.

      *    Cuantas cuotas hacen falta para amortizar el capital que
      *    queda pagando la misma cuota que hoy (la primera impaga).
           1035-CONTAR-CUOTAS.
               COMPUTE ws-i-mensual = ws-pre-tasa / 100.
               COMPUTE ws-cuota-actual =
                   tcp-capital(1) + tcp-interes(1).
               MOVE ws-cap-restante TO ws-saldo-sim.
               MOVE 0 TO ws-cuotas-nuevas.
               PERFORM UNTIL ws-saldo-sim <= 0 OR
                       ws-cuotas-nuevas >= ws-cant-impagas
                   COMPUTE ws-saldo-sim ROUNDED = ws-saldo-sim +
                       (ws-saldo-sim * ws-i-mensual) - ws-cuota-actual
                   ADD 1 TO ws-cuotas-nuevas
               END-PERFORM.

           1036-RETROCEDER-UN-MES.
               COMPUTE ws-meses-tot = (vto-aaaa * 12) + vto-mm - 1.
               COMPUTE vto-aaaa = (ws-meses-tot - 1) / 12.
               COMPUTE vto-mm = ws-meses-tot - (vto-aaaa * 12).

      *    Debito del pago al socio por la rutina comun de
      *    autorizacion; deja flag-ok en 0 si no se pudo debitar.
           1040-DEBITAR-SOCIO.
               MOVE 1 TO flag-ok.
               PERFORM 1046-ACUMULADO-DEL-DIA.
               OPEN I-O SOCIOS.
               MOVE ws-socio-aux TO soc-cod.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
                   MOVE 0 TO flag-ok
               NOT INVALID KEY
                   PERFORM 1045-AUTORIZAR-DEBITO
                   IF ws-aut-resultado NOT = "A"
                       PERFORM 1047-RECHAZO-AUTORIZACION
                       MOVE 0 TO flag-ok
                   ELSE
                       MOVE soc-saldo TO ws-saldo-ant
                       SUBTRACT ws-importe-pago FROM soc-saldo
                       IF soc-saldo < 0 AND soc-fecha-rojo = 0
                           MOVE ws-fecha-negocio TO soc-fecha-rojo
                       END-IF
                       IF soc-saldo >= 0
                           MOVE 0 TO soc-fecha-rojo
                       END-IF
                       REWRITE soc-reg
                       OPEN EXTEND MOVIMIENTOS
                       IF mov-fileStatus NOT = "00"
                           OPEN OUTPUT MOVIMIENTOS
                       END-IF
                       MOVE ws-socio-aux TO mov-socio
                       MOVE ws-fecha-negocio TO mov-fecha-hora(1:8)
                       MOVE FUNCTION CURRENT-DATE(9:6)
                           TO mov-fecha-hora(9:6)
                       MOVE ws-operador-id TO mov-operador
                       MOVE ws-concepto-deb TO mov-concepto
                       COMPUTE mov-importe = 0 - ws-importe-pago
                       MOVE soc-saldo TO mov-saldo-result
                       MOVE 0 TO mov-dni-operante
                       MOVE soc-filial TO mov-filial-oper
                       MOVE soc-filial TO mov-filial-socio
                       WRITE mov-reg
                       CLOSE MOVIMIENTOS
                   END-IF
               END-READ.
               CLOSE SOCIOS.

           1045-AUTORIZAR-DEBITO.
               MOVE soc-cod TO ws-aut-socio.
               MOVE soc-estado TO ws-aut-estado.
               MOVE soc-categoria TO ws-aut-cat.
               MOVE soc-saldo TO ws-aut-saldo.
               MOVE soc-limite-descubierto TO ws-aut-limite.
               MOVE ws-importe-pago TO ws-aut-importe.
               MOVE SPACE TO ws-aut-marca.
               MOVE "A" TO ws-aut-resultado.
               CALL "AUTORIZA-DEBITO" USING ws-aut-socio,
                   ws-aut-estado, ws-aut-cat, ws-aut-saldo,
                   ws-aut-limite, ws-aut-importe, ws-aut-acum,
                   ws-aut-marca, ws-aut-resultado,
                   ws-fecha-negocio
                   ON EXCEPTION
                       DISPLAY "ADVERTENCIA: falta AUTORIZA-DEBITO "
                           "- debito sin controles comunes"
                       MOVE "A" TO ws-aut-resultado
               END-CALL.

      *    Debitos del socio ya registrados en el dia de negocio,
      *    para el tope diario de la categoria.
           1046-ACUMULADO-DEL-DIA.
               MOVE 0 TO ws-aut-acum.
               OPEN INPUT MOVIMIENTOS.
               IF mov-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ MOVIMIENTOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF mov-socio = ws-socio-aux AND
                               mov-fecha-hora(1:8) = ws-fecha-negocio
                               AND mov-importe < 0
                               COMPUTE ws-acum-abs = 0 - mov-importe
                               ADD ws-acum-abs TO ws-aut-acum
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOVIMIENTOS
               END-IF.

           1047-RECHAZO-AUTORIZACION.
               EVALUATE ws-aut-resultado
                   WHEN "S"
                       DISPLAY "El socio no esta activo - "
                           "pago rechazado"
                   WHEN "E"
                       DISPLAY "SOCIO CON EMBARGO JUDICIAL ACTIVO - "
                           "pago rechazado"
                   WHEN "L"
                       DISPLAY "Excede el tope diario de debitos de "
                           "la categoria - pago rechazado"
                   WHEN "D"
                       DISPLAY "Saldo insuficiente (descubierto "
                           "autorizado ", soc-limite-descubierto,
                           ") - pago rechazado"
                   WHEN "X"
                       DISPLAY "Legajo de documentacion incompleto o "
                           "vencido - pago rechazado"
               END-EVALUATE.

      *    Marca con ws-estado-cuota las cuotas impagas del prestamo.
           1050-MARCAR-CUOTAS.
               OPEN I-O CUOTAS-PRESTAMO.
               IF cup-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUOTAS-PRESTAMO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cup-prestamo = ws-prestamo-aux AND
                               (cup-estado = "P" OR cup-estado = "M")
                               MOVE ws-estado-cuota TO cup-estado
                               REWRITE cup-reg
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUOTAS-PRESTAMO
               END-IF.

           1060-ACTUALIZAR-PRESTAMO.
               OPEN I-O PRESTAMOS.
               IF pre-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PRESTAMOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF pre-nro = ws-prestamo-aux
                               MOVE ws-pre-estado TO pre-estado
                               MOVE ws-pre-cant TO pre-cant-cuotas
                               REWRITE pre-reg
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRESTAMOS
               END-IF.

      *    Refinanciacion: el prestamo viejo queda en estado "R" con
      *    sus cuotas impagas absorbidas, y la deuda a la fecha pasa
      *    a un prestamo nuevo a la tasa vigente que guarda en
      *    pre-refinancia el numero del original. No mueve plata.
           1100-REFINANCIAR.
               PERFORM 115-TOMAR-LOCK.
               IF flag-lock-ok = 1
                   PERFORM 1010-ELEGIR-PRESTAMO
                   IF flag-prestamo = 1
                       PERFORM 1110-CAPTURA-REFINANCIACION
                       IF flag-ok = 1
                           PERFORM 1120-ALTA-REFINANCIACION
                       END-IF
                   END-IF
                   PERFORM 116-LIBERAR-LOCK
               END-IF.

           1110-CAPTURA-REFINANCIACION.
               MOVE 1 TO flag-ok.
               PERFORM 110-LEER-TASA.
               IF ws-tasa = 0
                   DISPLAY "ERROR: falta tasaPrestamo.txt - no "
                       "se refinancia"
                   MOVE 0 TO flag-ok
               END-IF.
               IF flag-ok = 1 AND ws-deuda-total > 999999.99
                   DISPLAY "La deuda excede el monto maximo de un "
                       "prestamo - no se refinancia"
                   MOVE 0 TO flag-ok
               END-IF.
               IF flag-ok = 1
                   DISPLAY "Tasa mensual vigente ", ws-tasa, "%"
                   DISPLAY "Ingrese cantidad de cuotas del nuevo "
                       "plan (1 a 60)."
                   ACCEPT ws-cuotas-aux
                   IF ws-cuotas-aux < 1 OR ws-cuotas-aux > 60
                       DISPLAY "Cantidad de cuotas invalida"
                       MOVE 0 TO flag-ok
                   END-IF
               END-IF.

           1120-ALTA-REFINANCIACION.
               MOVE "R" TO ws-estado-cuota.
               PERFORM 1050-MARCAR-CUOTAS.
               MOVE "R" TO ws-pre-estado.
               PERFORM 1060-ACTUALIZAR-PRESTAMO.
               MOVE ws-deuda-total TO ws-monto-aux.
               PERFORM 210-NUMERO-NUEVO.
               MOVE ws-nro-nuevo TO pre-nro.
               MOVE ws-socio-aux TO pre-socio.
               MOVE ws-monto-aux TO pre-monto.
               MOVE ws-tasa TO pre-tasa.
               MOVE ws-cuotas-aux TO pre-cant-cuotas.
               MOVE ws-fecha-negocio TO pre-fecha-alta.
               SET pre-activo TO TRUE.
               MOVE ws-prestamo-aux TO pre-refinancia.
               OPEN EXTEND PRESTAMOS.
               IF pre-fileStatus NOT = "00"
                   OPEN OUTPUT PRESTAMOS
               END-IF.
               WRITE pre-reg.
               CLOSE PRESTAMOS.
               MOVE ws-fecha-negocio TO ws-vto-base.
               MOVE 0 TO ws-nro-base.
               PERFORM 500-GENERAR-PLAN.
               PERFORM 1125-TRASLADAR-CODEUDORES.
               PERFORM 230-GRABAR-CODEUDORES.
               MOVE "REFINANCIAC" TO aud-operacion.
               MOVE ws-prestamo-aux TO aud-valor-antes.
               MOVE ws-nro-nuevo TO aud-valor-despues.
               PERFORM 600-GRABAR-AUDITORIA.
               DISPLAY "Prestamo ", ws-prestamo-aux, " refinanciado "
                   "por el prestamo ", ws-nro-nuevo, " de $",
                   ws-monto-aux.

      *    Los codeudores del prestamo original siguen garantizando
      *    la deuda refinanciada.
           1125-TRASLADAR-CODEUDORES.
               MOVE 0 TO ws-cant-garantes.
               OPEN INPUT CODEUDORES.
               IF cod-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CODEUDORES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cod-prestamo = ws-prestamo-aux AND
                               ws-cant-garantes < 2
                               ADD 1 TO ws-cant-garantes
                               MOVE cod-socio
                                   TO tga-socio(ws-cant-garantes)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CODEUDORES
               END-IF.
       END PROGRAM PRESTAMOS.
