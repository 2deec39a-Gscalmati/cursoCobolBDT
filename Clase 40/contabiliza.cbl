           SELECT balance ASSIGN TO "..\balanceComprobacion.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT contraasientos ASSIGN TO "..\contraasientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rev-fileStatus.

           SELECT ejercicios ASSIGN TO "..\ejerciciosCerrados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS eje-fileStatus.

           SELECT estados ASSIGN TO ws-nombre-estados
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT operadores ASSIGN TO "..\operadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-fileStatus.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod
               FILE STATUS IS soc-fileStatus.

           SELECT empresas-recaudadoras ASSIGN TO
               "..\empresasRecaudadoras.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS erec-fileStatus.

           SELECT cobranzas-servicios ASSIGN TO
               "..\cobranzasServicios.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cobs-fileStatus.

           SELECT cuentas-dolares ASSIGN TO "..\cuentasDolares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cdl-socio
               FILE STATUS IS cdl-fileStatus.

           SELECT mov-dolares ASSIGN TO "..\movDolares.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mdl-fileStatus.

       DATA DIVISION.
       FILE SECTION.
      *    Plan de cuentas: a que cuenta del mayor van el debe y el
           03 pla-concepto pic x(13).
           03 pla-cuenta-debe pic 9(4).
           03 pla-cuenta-haber pic 9(4).
           03 filler pic x(19).
      *    Lineas de rubro (marca "#"): rango de cuentas, tipo y
      *    titulo con que salen en los estados contables. Tipos: A
      *    activo, P pasivo, N patrimonio neto, I ingresos, E egresos
      *    y R cuenta de resultado del ejercicio (solo "desde").
      *    Tipo C: rango de cuentas de caja; tipo F: cuenta de
      *    relacion entre filiales (solo "desde").
       01  pla-rubro.
           03 rub-marca pic x.
           03 rub-tipo pic x.
           03 rub-desde pic 9(4).
           03 rub-hasta pic 9(4).
           03 rub-titulo pic x(30).

       FD  movimientos.
       01  mov-reg.
           03 mov-concepto pic x(13).
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-dni-operante pic 9(8).
           03 mov-filial-oper pic 99.
           03 mov-filial-socio pic 99.

       FD  mov-historico.
       01  movh-reg.
           03 lib-importe pic 9(9)v99.
           03 lib-concepto pic x(13).
           03 lib-socio pic 9(6).
           03 lib-filial pic 99.
           03 lib-filial-contra pic 99.

       FD  saldos-cuentas.
       01  sal-reg.
       FD  balance.
       01  bal-linea pic x(80).

      *    Registro de contraasientos del ABM: da el concepto
      *    original de cada movimiento REV- para asentar su espejo.
       FD  contraasientos.
       01  rev-reg.
           03 rev-socio pic 9(6).
           03 rev-orig-fecha-hora pic x(14).
           03 rev-orig-seq pic 9(3).
           03 rev-orig-origen pic x.
           03 rev-orig-concepto pic x(13).
           03 rev-orig-importe pic s9(7)v99.
           03 rev-fecha-hora pic x(14).
           03 rev-operador pic x(10).
           03 rev-motivo pic x(30).

      *    Ejercicios cerrados: C = cerrado, R = reabierto por un
      *    supervisor. Lo consulta VERIFICA-EJERCICIO.
       FD  ejercicios.
       01  eje-reg.
           03 eje-desde pic 9(8).
           03 eje-hasta pic 9(8).
           03 eje-estado pic x.
           03 eje-fecha-hora pic x(14).
           03 eje-operador pic x(10).
           03 eje-resultado pic s9(12)v99.

       FD  estados.
       01  est-linea pic x(80).

       FD  operadores.
       01  oper-reg.
           03 oper-id pic x(10).
           03 oper-pass pic x(10).
           03 oper-rol pic x(10).
           03 oper-estado pic x.
           03 oper-fecha-pass pic 9(8).
           03 oper-forzar-cambio pic x.
           03 oper-intentos pic 9.
           03 oper-filial pic 99.

       FD  auditoria.
       01  aud-reg pic x(180).

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

      *    Cuenta contable donde queda lo que se le debe a cada
      *    empresa de servicios por las facturas cobradas.
       FD  empresas-recaudadoras.
       01  erec-reg.
           03 erec-codigo pic 9(4).
           03 erec-nombre pic x(30).
           03 erec-cuenta-banco pic x(22).
           03 erec-comision pic 9(4)v99.
           03 erec-cuenta-contable pic 9(4).
           03 erec-estado pic x.
               88 erec-vigente value "A".

       FD  cobranzas-servicios.
       01  cobs-reg.
           03 cobs-empresa pic 9(4).
           03 cobs-referencia pic x(30).
           03 cobs-importe pic 9(7)v99.
           03 cobs-comision pic 9(4)v99.
           03 cobs-medio pic x.
               88 cobs-en-cuenta value "C".
               88 cobs-en-efectivo value "E".
           03 cobs-socio pic 9(6).
           03 cobs-fecha pic 9(8).
           03 cobs-hora pic 9(6).
           03 cobs-operador pic x(10).
           03 cobs-filial-oper pic 99.
           03 cobs-filial-socio pic 99.
           03 cobs-estado pic x.
               88 cobs-pendiente value "P".
               88 cobs-liquidada value "L".
           03 cobs-fecha-liq pic 9(8).

       FD  cuentas-dolares.
       01  cdl-reg.
           03 cdl-socio pic 9(6).
           03 cdl-saldo pic s9(7)v99.
           03 cdl-estado pic x.
               88 cdl-abierta value "A".
               88 cdl-cerrada value "C".
           03 cdl-fecha-alta pic 9(8).
           03 cdl-fecha-estado pic 9(8).
           03 cdl-operador pic x(10).

       FD  mov-dolares.
       01  mdl-reg.
           03 mdl-socio pic 9(6).
           03 mdl-fecha-hora pic x(14).
           03 mdl-operador pic x(10).
           03 mdl-concepto pic x(13).
           03 mdl-importe pic s9(7)v99.
           03 mdl-saldo-result pic s9(7)v99.
           03 mdl-cotizacion pic 9(5)v9999.
           03 mdl-importe-pesos pic s9(9)v99.
           03 mdl-dni-operante pic 9(8).
           03 mdl-filial-oper pic 99.
           03 mdl-filial-socio pic 99.

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  pla-fileStatus pic xx.
       01  movh-fileStatus pic xx.
       01  lib-fileStatus pic xx.
       01  sal-fileStatus pic xx.
       01  rev-fileStatus pic xx.
       01  eje-fileStatus pic xx.
       01  oper-fileStatus pic xx.
       01  soc-fileStatus pic xx.
       01  erec-fileStatus pic xx.
       01  cobs-fileStatus pic xx.
       01  ws-cta-servicio pic 9(4).
       01  ws-cta-comision pic 9(4).
       01  ws-neto-servicio pic 9(9)v99.
       01  cant-cobranzas pic 9(5) value 0.
       01  cdl-fileStatus pic xx.
       01  mdl-fileStatus pic xx.
       01  cant-mov-dolares pic 9(5) value 0.
       01  ws-fecha-siguiente pic 9(8).
       01  ws-par-clave pic x(14).
       01  ws-par-fecha pic 9(8).
       01  ws-par-valor pic 9(9)v9999.
       01  ws-par-resultado pic x.
       01  ws-cotizacion-usd pic 9(5)v9999.
       01  ws-total-usd pic s9(11)v99.
       01  ws-valor-usd pic s9(12)v99.
       01  ws-libros-usd pic s9(12)v99.
       01  ws-dif-cambio pic s9(12)v99.
       01  flag-socios pic 9 value 0.
       01  flag-inter-ok pic 9.
       01  flag-historico pic 9 value 0.
       01  opc-proceso pic 9.
       01  resp-confirma pic x.
       01  flag-cierre pic 9.
       01  flag-admin-ok pic 9.
       01  ws-admin-id pic x(10).
       01  ws-admin-pass pic x(10).
       01  ws-fecha-cierre pic 9(8).
       01  ws-fecha-desde pic 9(8).
       01  ws-fecha-apertura pic 9(8).
       01  ws-fecha-asiento pic 9(8).
       01  ws-concepto-cierre pic x(13).
       01  ws-dh pic x.
       01  flag-afecta pic 9.
       01  ws-eje-resultado pic x.
       01  ws-eje-cierre pic 9(8).
       01  ws-nombre-estados pic x(40).
       01  ws-cuenta-resultado pic 9(4) value 0.
       01  ws-tipo-cuenta pic x.
       01  ws-importe-linea pic s9(12)v99.
       01  ws-importe-rubro pic s9(12)v99.
       01  ws-resultado pic s9(12)v99.
       01  ws-importe-ed pic -zzz,zzz,zzz,zz9.99.
       01  total-ingresos pic s9(12)v99.
       01  total-egresos pic s9(12)v99.
       01  total-activo pic s9(12)v99 value 0.
       01  total-pasivo pic s9(12)v99 value 0.
       01  total-pn pic s9(12)v99 value 0.
       01  cant-sin-rubro pic 9(4) value 0.
       01  aud-fecha-hora pic x(14).
       01  aud-operacion pic x(13).
       01  aud-detalle pic x(27).
       01  idx-rub pic 99.
       01  idx-ref pic 999.
       01  idx-eje pic 99.
       01  idx-eje-cierre pic 99.
       01  ws-sel pic 99.
       01  flag-rev pic 9.
       01  flag-espejo pic 9.
       01  ws-concepto-plan pic x(13).
       01  ws-cta-debe pic 9(4).
       01  ws-cta-haber pic 9(4).
       01  ws-fecha pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-importe-abs pic 9(9)v99.
       01  idx-pla pic 99.
       01  idx-cta pic 999.
       01  total-haber pic 9(12)v99 value 0.
       01  total-movs-dia pic 9(12)v99 value 0.
       01  total-sin-mapa pic 9(12)v99 value 0.
       01  ws-caja-desde pic 9(4) value 0.
       01  ws-caja-hasta pic 9(4) value 0.
       01  ws-cuenta-interfilial pic 9(4) value 0.
       01  ws-filial-oper pic 99.
       01  ws-filial-socio pic 99.
       01  ws-filial-debe pic 99.
       01  ws-filial-haber pic 99.
       01  ws-filial-a pic 99.
       01  ws-filial-b pic 99.
       01  ws-importe-inter pic s9(12)v99.
       01  cant-interfiliales pic 9(5) value 0.
       01  idx-tif pic 999.
       01  idx-top pic 999.

       01  tabla-operadores.
           03 top-item occurs 100 times.
               05 top-id pic x(10).
               05 top-filial pic 99.
       01  cant-operadores pic 999 value 0.

       01  tabla-empresas.
           03 tem-item occurs 200 times.
               05 tem-codigo pic 9(4).
               05 tem-cuenta pic 9(4).
       01  cant-empresas pic 999 value 0.
       01  idx-emp pic 999.

      *    Neto entre cada par de filiales del dia (a < b): positivo,
      *    la filial a debe a la b; negativo, la b debe a la a.
       01  tabla-interfiliales.
           03 tif-item occurs 200 times.
               05 tif-filial-a pic 99.
               05 tif-filial-b pic 99.
               05 tif-importe pic s9(12)v99.
       01  cant-tif pic 999 value 0.

       01  tabla-plan.
           03 tpl-item occurs 50 times.
           03 tct-item occurs 200 times.
               05 tct-cuenta pic 9(4).
               05 tct-saldo pic s9(12)v99.
               05 tct-cierre pic s9(12)v99.
       01  cant-cuentas pic 999 value 0.

       01  tabla-rubros.
           03 trb-item occurs 30 times.
               05 trb-tipo pic x.
               05 trb-desde pic 9(4).
               05 trb-hasta pic 9(4).
               05 trb-titulo pic x(30).
       01  cant-rubros pic 99 value 0.

       01  tabla-ejercicios.
           03 tej-item occurs 50 times.
               05 tej-desde pic 9(8).
               05 tej-hasta pic 9(8).
               05 tej-estado pic x.
               05 tej-fecha-hora pic x(14).
               05 tej-operador pic x(10).
               05 tej-resultado pic s9(12)v99.
       01  cant-ejercicios pic 99 value 0.

       01  lin-bal-titulo.
           03 filler pic x(38) value
               "BALANCE DE COMPROBACION AL DIA ".
           03 filler pic x(9) value " SALDO $".
           03 l-bal-saldo pic -zzz,zzz,zzz,zz9.99.

       01  lin-est-det.
           03 filler pic x(4) value spaces.
           03 filler pic x(7) value "CUENTA ".
           03 l-est-cuenta pic 9(4).
           03 filler pic x(22) value spaces.
           03 l-est-importe pic -zzz,zzz,zzz,zz9.99.

       01  lin-est-total.
           03 filler pic x(2) value spaces.
           03 l-est-total-tit pic x(35).
           03 l-est-total pic -zzz,zzz,zzz,zz9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "1 - Contabilizacion diaria".
            DISPLAY "2 - Cierre de ejercicio".
            DISPLAY "3 - Reapertura de ejercicio (supervisor)".
            ACCEPT opc-proceso.
            EVALUATE opc-proceso
               WHEN 2
                   PERFORM 1000-CIERRE-EJERCICIO
               WHEN 3
                   PERFORM 1500-REABRIR-EJERCICIO
               WHEN OTHER
                   PERFORM 100-INICIO
                   IF cant-plan = 0
                       DISPLAY "Sin planCuentas.txt - no se contabiliza"
                   ELSE
                       PERFORM 200-CARGAR-SALDOS
                       PERFORM 300-ASENTAR-DIA
                       PERFORM 700-REGRABAR-SALDOS
                       PERFORM 800-BALANCE
                   END-IF
            END-EVALUATE.
            GOBACK.

           100-INICIO.
               DISPLAY "Contabilizacion diaria del diario de "
                   "movimientos".
               DISPLAY "Dia a contabilizar (AAAAMMDD, 0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               PERFORM 107-VERIFICAR-EJERCICIO.
               PERFORM 110-CARGAR-PLAN.

           110-CARGAR-PLAN.
               MOVE 0 TO cant-plan.
               MOVE 0 TO cant-rubros.
               OPEN INPUT PLAN-CUENTAS.
               IF pla-fileStatus = "00"
                   MOVE 1 TO flag-fin
                       READ PLAN-CUENTAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF rub-marca = "#"
                               PERFORM 115-CARGAR-RUBRO
                           ELSE
                           IF cant-plan < 50
                               ADD 1 TO cant-plan
                               MOVE pla-concepto
                               MOVE pla-cuenta-haber
                                   TO tpl-haber(cant-plan)
                           END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAN-CUENTAS
               END-IF.

           115-CARGAR-RUBRO.
               EVALUATE rub-tipo
                   WHEN "R"
                       MOVE rub-desde TO ws-cuenta-resultado
                   WHEN "C"
                       MOVE rub-desde TO ws-caja-desde
                       MOVE rub-hasta TO ws-caja-hasta
                   WHEN "F"
                       MOVE rub-desde TO ws-cuenta-interfilial
                   WHEN OTHER
                       IF cant-rubros < 30
                           ADD 1 TO cant-rubros
                           MOVE rub-tipo TO trb-tipo(cant-rubros)
                           MOVE rub-desde TO trb-desde(cant-rubros)
                           MOVE rub-hasta TO trb-hasta(cant-rubros)
                           MOVE rub-titulo TO trb-titulo(cant-rubros)
                       END-IF
               END-EVALUATE.

      *    La fecha de proceso es el ultimo dia de negocio cerrado:
      *    no se corre sobre un dia abierto ni sobre uno que ya tuvo
      *    otro cierre encima. Sin fechaNegocio.txt se conserva el
      *    comportamiento de siempre (0 = fecha del sistema).
           105-VALIDAR-FECHA-PROCESO.
               MOVE "V" TO ws-fn-accion.
               CALL "FECHA-NEGOCIO" USING ws-fn-accion, ws-fecha,
                   ws-fn-estado, ws-fn-ultimo, ws-fn-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-fn-resultado
               END-CALL.
               EVALUATE ws-fn-resultado
                   WHEN "N"
                       IF ws-fecha = 0
                           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-fecha
                       END-IF
                   WHEN "A"
                       DISPLAY "El dia ", ws-fecha, " no esta cerrado "
                           "(ultimo cierre ", ws-fn-ultimo,
                           ") - corrida cancelada"
                       GOBACK
                   WHEN "R"
                       DISPLAY "El dia ", ws-fecha, " ya tuvo otro "
                           "cierre despues (ultimo cierre ",
                           ws-fn-ultimo, ") - corrida cancelada"
                       GOBACK
               END-EVALUATE.

      *    Un dia de un ejercicio cerrado no se asienta: el supervisor
      *    tiene que reabrir el ejercicio primero.
           107-VERIFICAR-EJERCICIO.
               CALL "VERIFICA-EJERCICIO" USING ws-fecha,
                   ws-eje-resultado, ws-eje-cierre
                   ON EXCEPTION
                       MOVE "A" TO ws-eje-resultado
               END-CALL.
               IF ws-eje-resultado = "C"
                   DISPLAY "El dia ", ws-fecha, " pertenece al "
                       "ejercicio cerrado al ", ws-eje-cierre,
                       " - corrida cancelada"
                   GOBACK
               END-IF.

           200-CARGAR-SALDOS.
               OPEN INPUT SALDOS-CUENTAS.
               IF sal-fileStatus = "00"
               END-IF.

           300-ASENTAR-DIA.
               PERFORM 310-CARGAR-OPERADORES.
               OPEN INPUT SOCIOS.
               IF soc-fileStatus = "00"
                   MOVE 1 TO flag-socios
               END-IF.
               OPEN EXTEND LIBRO-DIARIO.
               IF lib-fileStatus NOT = "00"
                   OPEN OUTPUT LIBRO-DIARIO
               END-IF.
               MOVE 0 TO flag-historico.
               OPEN INPUT MOVIMIENTOS.
               IF mov-fileStatus = "00"
                   MOVE 1 TO flag-fin
                           MOVE movh-fecha-hora TO mov-fecha-hora
                           MOVE movh-concepto TO mov-concepto
                           MOVE movh-importe TO mov-importe
                           MOVE movh-operador TO mov-operador
                           MOVE 1 TO flag-historico
                           PERFORM 400-ASENTAR-MOV
                       END-READ
                   END-PERFORM
                   CLOSE MOV-HISTORICO
               END-IF.
               PERFORM 470-ASENTAR-COBRANZAS.
               PERFORM 490-ASENTAR-DOLARES.
               PERFORM 450-ASENTAR-INTERFILIALES.
               PERFORM 495-REVALUO-DOLARES.
               CLOSE LIBRO-DIARIO.
               IF flag-socios = 1
                   CLOSE SOCIOS
               END-IF.

      *    Filial de cada operador, para los movimientos que no la
      *    traen grabada (los pasados al historico).
           310-CARGAR-OPERADORES.
               MOVE 0 TO cant-operadores.
               OPEN INPUT OPERADORES.
               IF oper-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ OPERADORES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-operadores < 100
                               ADD 1 TO cant-operadores
                               MOVE oper-id TO top-id(cant-operadores)
                               MOVE oper-filial
                                   TO top-filial(cant-operadores)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERADORES
               END-IF.

      *    Partida doble por movimiento: el importe absoluto se
      *    asienta al debe y al haber segun el mapa del concepto.
                       MOVE mov-importe TO ws-importe-abs
                   END-IF
                   ADD ws-importe-abs TO total-movs-dia
      *    El debito por pago de servicios se asienta desde el diario
      *    de cobranzas, contra la cuenta de la empresa.
                   IF mov-concepto = "PAGO-SERVICIO"
                       CONTINUE
                   ELSE
                   MOVE mov-concepto TO ws-concepto-plan
                   MOVE 0 TO flag-espejo
                   IF mov-concepto(1:4) = "REV-"
                       PERFORM 410-BUSCAR-ORIGINAL
                   END-IF
                   MOVE 0 TO idx-pla
                   PERFORM VARYING idx-pla FROM 1 BY 1
                           UNTIL idx-pla > cant-plan
                       IF tpl-concepto(idx-pla) = ws-concepto-plan
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                       DISPLAY "SIN CUENTA EN EL PLAN: concepto ",
                           mov-concepto, " $", ws-importe-abs
                   ELSE
                       IF flag-espejo = 1
                           MOVE tpl-haber(idx-pla) TO ws-cta-debe
                           MOVE tpl-debe(idx-pla) TO ws-cta-haber
                       ELSE
                           MOVE tpl-debe(idx-pla) TO ws-cta-debe
                           MOVE tpl-haber(idx-pla) TO ws-cta-haber
                       END-IF
                       PERFORM 420-FILIALES-MOV
                       PERFORM 500-GRABAR-PARTIDA
                   END-IF
                   END-IF
               END-IF.

      *    Un contraasiento se asienta como el espejo del original:
      *    las cuentas del concepto revertido con debe y haber
      *    invertidos. Sin registro en contraasientos.txt queda a
      *    merced del plan de cuentas como cualquier concepto.
           410-BUSCAR-ORIGINAL.
               OPEN INPUT CONTRAASIENTOS.
               IF rev-fileStatus = "00"
                   MOVE 1 TO flag-rev
                   PERFORM UNTIL flag-rev = 0
                       READ CONTRAASIENTOS AT END
                           MOVE 0 TO flag-rev
                       NOT AT END
                           IF rev-socio = mov-socio AND
                               rev-fecha-hora(1:8) =
                                   mov-fecha-hora(1:8) AND
                               rev-orig-concepto(1:9) =
                                   mov-concepto(5:9)
                               MOVE rev-orig-concepto
                                   TO ws-concepto-plan
                               MOVE 1 TO flag-espejo
                               MOVE 0 TO flag-rev
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTRAASIENTOS
               END-IF.

      *    Cada pata va a los libros de una filial: la de caja a la
      *    filial donde se opero, la otra a la filial del socio. Si
      *    son distintas, el importe queda pendiente entre ambas
      *    filiales hasta el asiento interfilial del final del dia.
           420-FILIALES-MOV.
               IF flag-historico = 0 AND
                   mov-filial-oper IS NUMERIC AND
                   mov-filial-socio IS NUMERIC
                   MOVE mov-filial-oper TO ws-filial-oper
                   MOVE mov-filial-socio TO ws-filial-socio
               ELSE
                   PERFORM 425-DERIVAR-FILIALES
               END-IF.
               MOVE ws-filial-socio TO ws-filial-debe.
               MOVE ws-filial-socio TO ws-filial-haber.
               IF ws-filial-oper NOT = ws-filial-socio AND
                   ws-cuenta-interfilial > 0 AND ws-caja-hasta > 0
                   IF ws-cta-debe >= ws-caja-desde AND
                       ws-cta-debe <= ws-caja-hasta
                       MOVE ws-importe-abs TO ws-importe-inter
                       PERFORM 430-ACUMULAR-INTERFILIAL
                       IF flag-inter-ok = 1
                           MOVE ws-filial-oper TO ws-filial-debe
                       END-IF
                   ELSE
                   IF ws-cta-haber >= ws-caja-desde AND
                       ws-cta-haber <= ws-caja-hasta
                       COMPUTE ws-importe-inter = 0 - ws-importe-abs
                       PERFORM 430-ACUMULAR-INTERFILIAL
                       IF flag-inter-ok = 1
                           MOVE ws-filial-oper TO ws-filial-haber
                       END-IF
                   END-IF
                   END-IF
               END-IF.

           425-DERIVAR-FILIALES.
               MOVE 0 TO ws-filial-socio.
               IF mov-socio > 0 AND flag-socios = 1
                   MOVE mov-socio TO soc-cod
                   READ SOCIOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE soc-filial TO ws-filial-socio
                   END-READ
               END-IF.
               MOVE ws-filial-socio TO ws-filial-oper.
               PERFORM VARYING idx-top FROM 1 BY 1
                       UNTIL idx-top > cant-operadores
                   IF top-id(idx-top) = mov-operador
                       MOVE top-filial(idx-top) TO ws-filial-oper
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

      *    ws-importe-inter positivo: la filial donde se opero
      *    recibio caja del socio de la otra y le queda debiendo.
           430-ACUMULAR-INTERFILIAL.
               MOVE 0 TO flag-inter-ok.
               IF ws-filial-oper < ws-filial-socio
                   MOVE ws-filial-oper TO ws-filial-a
                   MOVE ws-filial-socio TO ws-filial-b
               ELSE
                   MOVE ws-filial-socio TO ws-filial-a
                   MOVE ws-filial-oper TO ws-filial-b
                   COMPUTE ws-importe-inter = 0 - ws-importe-inter
               END-IF.
               PERFORM VARYING idx-tif FROM 1 BY 1
                       UNTIL idx-tif > cant-tif
                   IF tif-filial-a(idx-tif) = ws-filial-a AND
                       tif-filial-b(idx-tif) = ws-filial-b
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tif > cant-tif AND cant-tif < 200
                   ADD 1 TO cant-tif
                   MOVE cant-tif TO idx-tif
                   MOVE ws-filial-a TO tif-filial-a(idx-tif)
                   MOVE ws-filial-b TO tif-filial-b(idx-tif)
                   MOVE 0 TO tif-importe(idx-tif)
               END-IF.
               IF idx-tif <= cant-tif
                   ADD ws-importe-inter TO tif-importe(idx-tif)
                   MOVE 1 TO flag-inter-ok
               END-IF.

      *    Un asiento interfilial por par de filiales con el neto del
      *    dia: la filial deudora acredita la cuenta de relacion y la
      *    acreedora la debita, cada una contra la otra.
           450-ASENTAR-INTERFILIALES.
               PERFORM VARYING idx-tif FROM 1 BY 1
                       UNTIL idx-tif > cant-tif
                   IF tif-importe(idx-tif) NOT = 0
                       IF tif-importe(idx-tif) > 0
                           MOVE tif-importe(idx-tif) TO ws-importe-abs
                           MOVE tif-filial-a(idx-tif) TO ws-filial-haber
                           MOVE tif-filial-b(idx-tif) TO ws-filial-debe
                       ELSE
                           COMPUTE ws-importe-abs =
                               0 - tif-importe(idx-tif)
                           MOVE tif-filial-b(idx-tif) TO ws-filial-haber
                           MOVE tif-filial-a(idx-tif) TO ws-filial-debe
                       END-IF
                       PERFORM 460-GRABAR-INTERFILIAL
                   END-IF
               END-PERFORM.

           460-GRABAR-INTERFILIAL.
               MOVE ws-fecha TO lib-fecha.
               MOVE ws-cuenta-interfilial TO lib-cuenta.
               MOVE ws-importe-abs TO lib-importe.
               MOVE "INTERFILIAL" TO lib-concepto.
               MOVE 0 TO lib-socio.
               MOVE "D" TO lib-dh.
               MOVE ws-filial-debe TO lib-filial.
               MOVE ws-filial-haber TO lib-filial-contra.
               WRITE lib-reg.
               ADD ws-importe-abs TO total-debe.
               MOVE "H" TO lib-dh.
               MOVE ws-filial-haber TO lib-filial.
               MOVE ws-filial-debe TO lib-filial-contra.
               WRITE lib-reg.
               ADD ws-importe-abs TO total-haber.
               MOVE ws-cuenta-interfilial TO ws-cuenta-buscar.
               PERFORM 600-APLICAR-A-CUENTA.
               ADD 1 TO cant-interfiliales.

      *    Facturas de servicios cobradas en el dia: el neto queda
      *    como deuda con la empresa (su cuenta contable en el
      *    maestro) y la comision es ingreso propio. El debe es la
      *    cuenta de depositos (PAGO-SERVICIO) o la caja
      *    (PAGO-SERV-EFE) segun como se pago; la cuenta de la
      *    comision sale del haber de COM-SERVICIO en el plan.
           470-ASENTAR-COBRANZAS.
               PERFORM 475-CARGAR-EMPRESAS.
               MOVE 0 TO ws-cta-comision.
               PERFORM VARYING idx-pla FROM 1 BY 1
                       UNTIL idx-pla > cant-plan
                   IF tpl-concepto(idx-pla) = "COM-SERVICIO"
                       MOVE tpl-haber(idx-pla) TO ws-cta-comision
                   END-IF
               END-PERFORM.
               OPEN INPUT COBRANZAS-SERVICIOS.
               IF cobs-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ COBRANZAS-SERVICIOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cobs-fecha = ws-fecha
                               PERFORM 480-ASENTAR-COBRANZA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COBRANZAS-SERVICIOS
               END-IF.
               IF cant-cobranzas > 0
                   DISPLAY "Cobranzas de servicios asentadas: ",
                       cant-cobranzas
               END-IF.

           475-CARGAR-EMPRESAS.
               MOVE 0 TO cant-empresas.
               OPEN INPUT EMPRESAS-RECAUDADORAS.
               IF erec-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ EMPRESAS-RECAUDADORAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-empresas < 200
                               ADD 1 TO cant-empresas
                               MOVE erec-codigo
                                   TO tem-codigo(cant-empresas)
                               MOVE erec-cuenta-contable
                                   TO tem-cuenta(cant-empresas)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMPRESAS-RECAUDADORAS
               END-IF.

           480-ASENTAR-COBRANZA.
               IF cobs-en-efectivo
                   MOVE "PAGO-SERV-EFE" TO mov-concepto
               ELSE
                   MOVE "PAGO-SERVICIO" TO mov-concepto
               END-IF.
               PERFORM VARYING idx-pla FROM 1 BY 1
                       UNTIL idx-pla > cant-plan
                   IF tpl-concepto(idx-pla) = mov-concepto
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               MOVE 0 TO ws-cta-servicio.
               PERFORM VARYING idx-emp FROM 1 BY 1
                       UNTIL idx-emp > cant-empresas
                   IF tem-codigo(idx-emp) = cobs-empresa
                       MOVE tem-cuenta(idx-emp) TO ws-cta-servicio
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-pla > cant-plan
                   ADD 1 TO cant-sin-mapa
                   ADD cobs-importe TO total-sin-mapa
                   DISPLAY "SIN CUENTA EN EL PLAN: concepto ",
                       mov-concepto, " $", cobs-importe
               ELSE
                   IF ws-cta-servicio = 0
                       MOVE tpl-haber(idx-pla) TO ws-cta-servicio
                   END-IF
                   MOVE cobs-socio TO mov-socio
                   MOVE cobs-filial-oper TO mov-filial-oper
                   MOVE cobs-filial-socio TO mov-filial-socio
                   MOVE 0 TO flag-historico
                   MOVE tpl-debe(idx-pla) TO ws-cta-debe
                   IF cobs-comision > 0 AND ws-cta-comision > 0 AND
                       cobs-comision < cobs-importe
                       COMPUTE ws-neto-servicio =
                           cobs-importe - cobs-comision
                       MOVE ws-cta-comision TO ws-cta-haber
                       MOVE cobs-comision TO ws-importe-abs
                       PERFORM 420-FILIALES-MOV
                       PERFORM 500-GRABAR-PARTIDA
                   ELSE
                       MOVE cobs-importe TO ws-neto-servicio
                   END-IF
                   MOVE ws-cta-servicio TO ws-cta-haber
                   MOVE ws-neto-servicio TO ws-importe-abs
                   PERFORM 420-FILIALES-MOV
                   PERFORM 500-GRABAR-PARTIDA
                   ADD 1 TO cant-cobranzas
               END-IF.

      *    Depositos y extracciones en efectivo de las cuentas en
      *    dolares, por su equivalente en pesos a la cotizacion de la
      *    operacion. Compra y venta ya se asientan desde el diario
      *    en pesos (COMPRA-USD y VENTA-USD) con las mismas cuentas.
           490-ASENTAR-DOLARES.
               OPEN INPUT MOV-DOLARES.
               IF mdl-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ MOV-DOLARES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF mdl-fecha-hora(1:8) = ws-fecha AND
                               (mdl-concepto = "DEP-USD" OR
                               mdl-concepto = "EXT-USD")
                               PERFORM 492-ASENTAR-MOV-DOLAR
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOV-DOLARES
               END-IF.
               IF cant-mov-dolares > 0
                   DISPLAY "Movimientos en dolares asentados: ",
                       cant-mov-dolares
               END-IF.

           492-ASENTAR-MOV-DOLAR.
               IF mdl-importe-pesos < 0
                   COMPUTE ws-importe-abs = 0 - mdl-importe-pesos
               ELSE
                   MOVE mdl-importe-pesos TO ws-importe-abs
               END-IF.
               MOVE mdl-concepto TO mov-concepto.
               PERFORM VARYING idx-pla FROM 1 BY 1
                       UNTIL idx-pla > cant-plan
                   IF tpl-concepto(idx-pla) = mov-concepto
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-pla > cant-plan
                   ADD 1 TO cant-sin-mapa
                   ADD ws-importe-abs TO total-sin-mapa
                   DISPLAY "SIN CUENTA EN EL PLAN: concepto ",
                       mov-concepto, " $", ws-importe-abs
               ELSE
                   MOVE mdl-socio TO mov-socio
                   MOVE mdl-filial-oper TO mov-filial-oper
                   MOVE mdl-filial-socio TO mov-filial-socio
                   MOVE 0 TO flag-historico
                   MOVE tpl-debe(idx-pla) TO ws-cta-debe
                   MOVE tpl-haber(idx-pla) TO ws-cta-haber
                   PERFORM 420-FILIALES-MOV
                   PERFORM 500-GRABAR-PARTIDA
                   ADD 1 TO cant-mov-dolares
               END-IF.

      *    Revaluo de fin de mes: el total de las cuentas en dolares
      *    a la cotizacion comprador del dia contra lo que tienen los
      *    libros en la cuenta de depositos en dolares (haber de
      *    REVALUO-USD en el plan; el debe es la diferencia de
      *    cambio). La diferencia se asienta en la casa central.
           495-REVALUO-DOLARES.
               COMPUTE ws-fecha-siguiente = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(ws-fecha) + 1).
               IF ws-fecha-siguiente(5:2) NOT = ws-fecha(5:2)
                   PERFORM VARYING idx-pla FROM 1 BY 1
                           UNTIL idx-pla > cant-plan
                       IF tpl-concepto(idx-pla) = "REVALUO-USD"
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   MOVE "DOLAR-COMPRA" TO ws-par-clave
                   MOVE ws-fecha TO ws-par-fecha
                   MOVE "N" TO ws-par-resultado
                   CALL "LEE-PARAMETRO" USING ws-par-clave,
                       ws-par-fecha, ws-par-valor, ws-par-resultado
                       ON EXCEPTION
                           MOVE "N" TO ws-par-resultado
                   END-CALL
                   IF idx-pla > cant-plan OR ws-par-resultado NOT = "O"
                       DISPLAY "Fin de mes sin revaluo de dolares: "
                           "falta REVALUO-USD en el plan o la "
                           "cotizacion DOLAR-COMPRA"
                   ELSE
                       MOVE ws-par-valor TO ws-cotizacion-usd
                       PERFORM 497-ASENTAR-REVALUO
                   END-IF
               END-IF.

           497-ASENTAR-REVALUO.
               MOVE 0 TO ws-total-usd.
               OPEN INPUT CUENTAS-DOLARES.
               IF cdl-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUENTAS-DOLARES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cdl-abierta
                               ADD cdl-saldo TO ws-total-usd
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUENTAS-DOLARES
               END-IF.
               COMPUTE ws-valor-usd ROUNDED =
                   ws-total-usd * ws-cotizacion-usd.
               MOVE tpl-haber(idx-pla) TO ws-cuenta-buscar.
               PERFORM 600-APLICAR-A-CUENTA.
               COMPUTE ws-libros-usd = 0 - tct-saldo(idx-cta).
               COMPUTE ws-dif-cambio = ws-valor-usd - ws-libros-usd.
               IF ws-dif-cambio NOT = 0
                   IF ws-dif-cambio > 0
                       MOVE tpl-debe(idx-pla) TO ws-cta-debe
                       MOVE tpl-haber(idx-pla) TO ws-cta-haber
                       MOVE ws-dif-cambio TO ws-importe-abs
                   ELSE
                       MOVE tpl-haber(idx-pla) TO ws-cta-debe
                       MOVE tpl-debe(idx-pla) TO ws-cta-haber
                       COMPUTE ws-importe-abs = 0 - ws-dif-cambio
                   END-IF
                   MOVE "REVALUO-USD" TO mov-concepto
                   MOVE 0 TO mov-socio
                   MOVE 0 TO ws-filial-debe
                   MOVE 0 TO ws-filial-haber
                   PERFORM 500-GRABAR-PARTIDA
               END-IF.
               DISPLAY "Revaluo de dolares: U$S ", ws-total-usd,
                   " a $", ws-cotizacion-usd, " = $", ws-valor-usd,
                   " (diferencia $", ws-dif-cambio, ")".

           500-GRABAR-PARTIDA.
               MOVE ws-fecha TO lib-fecha.
               MOVE ws-cta-debe TO lib-cuenta.
               MOVE "D" TO lib-dh.
               MOVE ws-importe-abs TO lib-importe.
               MOVE mov-concepto TO lib-concepto.
               MOVE mov-socio TO lib-socio.
               MOVE ws-filial-debe TO lib-filial.
               MOVE 0 TO lib-filial-contra.
               WRITE lib-reg.
               ADD ws-importe-abs TO total-debe.
               MOVE ws-cta-debe TO ws-cuenta-buscar.
               PERFORM 600-APLICAR-A-CUENTA.
               ADD ws-importe-abs TO tct-saldo(idx-cta).
               MOVE ws-cta-haber TO lib-cuenta.
               MOVE "H" TO lib-dh.
               MOVE ws-filial-haber TO lib-filial.
               WRITE lib-reg.
               ADD ws-importe-abs TO total-haber.
               MOVE ws-cta-haber TO ws-cuenta-buscar.
               PERFORM 600-APLICAR-A-CUENTA.
               SUBTRACT ws-importe-abs FROM tct-saldo(idx-cta).
               ADD 1 TO cant-asentados.
                   MOVE cant-cuentas TO idx-cta
                   MOVE ws-cuenta-buscar TO tct-cuenta(idx-cta)
                   MOVE 0 TO tct-saldo(idx-cta)
                   MOVE 0 TO tct-cierre(idx-cta)
               END-IF.

           700-REGRABAR-SALDOS.
               END-IF.
               CLOSE BALANCE.
               DISPLAY "Partidas asentadas: ", cant-asentados.
               IF cant-interfiliales > 0
                   DISPLAY "Asientos interfiliales: ",
                       cant-interfiliales
               END-IF.
               DISPLAY "Libro diario en ..\libroDiario.txt - "
                   "balance en ..\balanceComprobacion.txt".

      *    Cierre de ejercicio: saldos a la fecha de cierre (el saldo
      *    del mayor menos lo asentado despues), estado de resultados,
      *    refundicion de ingresos y egresos en la cuenta de resultado
      *    del ejercicio, asiento de cierre patrimonial y su apertura
      *    al dia siguiente, y estado de situacion patrimonial por
      *    rubro del plan de cuentas.
           1000-CIERRE-EJERCICIO.
               MOVE "CONTAB-BAT" TO ws-admin-id.
               PERFORM 1010-INGRESO-CIERRE.
               IF flag-cierre = 1
                   PERFORM 110-CARGAR-PLAN
                   IF cant-rubros = 0 OR ws-cuenta-resultado = 0
                       DISPLAY "planCuentas.txt no define los rubros "
                           "ni la cuenta de resultado del ejercicio "
                           "- no se cierra"
                       MOVE 0 TO flag-cierre
                   END-IF
               END-IF.
               IF flag-cierre = 1
                   PERFORM 200-CARGAR-SALDOS
                   PERFORM 1030-SALDOS-AL-CIERRE
                   PERFORM 1040-CALCULAR-RESULTADO
                   MOVE ws-resultado TO ws-importe-ed
                   DISPLAY "Ejercicio ", ws-fecha-desde, " al ",
                       ws-fecha-cierre, " - resultado $", ws-importe-ed
                   DISPLAY "Confirma el cierre? S/N"
                   ACCEPT resp-confirma
                   IF resp-confirma NOT = "S" AND
                       resp-confirma NOT = "s"
                       DISPLAY "Cierre anulado"
                       MOVE 0 TO flag-cierre
                   END-IF
               END-IF.
               IF flag-cierre = 1
                   MOVE SPACES TO ws-nombre-estados
                   STRING "..\estadosContables" DELIMITED BY SIZE
                          ws-fecha-cierre       DELIMITED BY SIZE
                          ".txt"                DELIMITED BY SIZE
                          INTO ws-nombre-estados
                   OPEN OUTPUT ESTADOS
                   PERFORM 1100-ESTADO-RESULTADOS
                   OPEN EXTEND LIBRO-DIARIO
                   IF lib-fileStatus NOT = "00"
                       OPEN OUTPUT LIBRO-DIARIO
                   END-IF
                   PERFORM 1050-REFUNDICION
                   PERFORM 1060-CIERRE-Y-APERTURA
                   CLOSE LIBRO-DIARIO
                   PERFORM 700-REGRABAR-SALDOS
                   PERFORM 1200-ESTADO-SITUACION
                   CLOSE ESTADOS
                   PERFORM 1090-GRABAR-EJERCICIO
                   MOVE "CIERRE-EJERC" TO aud-operacion
                   MOVE SPACES TO aud-detalle
                   STRING ws-fecha-desde    DELIMITED BY SIZE
                          "-"               DELIMITED BY SIZE
                          ws-fecha-cierre   DELIMITED BY SIZE
                          INTO aud-detalle
                   PERFORM 1900-GRABAR-AUDITORIA
                   DISPLAY "Ejercicio cerrado al ", ws-fecha-cierre,
                       " - estados en ",
                       FUNCTION TRIM(ws-nombre-estados)
                   IF total-activo NOT = total-pasivo + total-pn
                       DISPLAY "*** ATENCION: EL ESTADO DE SITUACION "
                           "NO BALANCEA ***"
                   END-IF
                   IF cant-sin-rubro > 0
                       DISPLAY "*** ATENCION: ", cant-sin-rubro,
                           " cuentas sin rubro en el plan ***"
                   END-IF
               END-IF.

      *    No se cierra sobre el dia de negocio abierto ni despues, ni
      *    un ejercicio ya cerrado, ni uno anterior a otro cerrado.
      *    Un ejercicio reabierto se vuelve a cerrar con su mismo
      *    inicio; si no, empieza al dia siguiente del ultimo cierre
      *    o, sin cierres previos, un ano antes.
           1010-INGRESO-CIERRE.
               MOVE 1 TO flag-cierre.
               DISPLAY "Cierre de ejercicio".
               DISPLAY "Fecha de cierre (AAAAMMDD):".
               ACCEPT ws-fecha-cierre.
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-fecha-cierre)
                   NOT = 0
                   DISPLAY "Fecha invalida"
                   MOVE 0 TO flag-cierre
               END-IF.
               IF flag-cierre = 1
                   MOVE "L" TO ws-fn-accion
                   CALL "FECHA-NEGOCIO" USING ws-fn-accion, ws-fecha,
                       ws-fn-estado, ws-fn-ultimo, ws-fn-resultado
                       ON EXCEPTION
                           MOVE "N" TO ws-fn-resultado
                   END-CALL
                   IF ws-fn-resultado = "O" AND
                       ws-fecha-cierre >= ws-fecha
                       DISPLAY "El dia de negocio ", ws-fecha,
                           " sigue abierto - cierre primero los dias "
                           "del ejercicio"
                       MOVE 0 TO flag-cierre
                   END-IF
               END-IF.
               IF flag-cierre = 1
                   PERFORM 1020-CARGAR-EJERCICIOS
                   MOVE 0 TO idx-eje-cierre
                   MOVE 0 TO ws-fecha-desde
                   PERFORM VARYING idx-eje FROM 1 BY 1
                           UNTIL idx-eje > cant-ejercicios
                       IF tej-hasta(idx-eje) = ws-fecha-cierre
                           MOVE idx-eje TO idx-eje-cierre
                       END-IF
                       IF tej-hasta(idx-eje) >= ws-fecha-cierre AND
                           tej-estado(idx-eje) = "C"
                           DISPLAY "El ejercicio al ",
                               tej-hasta(idx-eje), " esta cerrado - "
                               "no se cierra al ", ws-fecha-cierre
                           MOVE 0 TO flag-cierre
                       END-IF
                       IF tej-hasta(idx-eje) < ws-fecha-cierre AND
                           tej-hasta(idx-eje) > ws-fecha-desde
                           MOVE tej-hasta(idx-eje) TO ws-fecha-desde
                       END-IF
                   END-PERFORM
               END-IF.
               IF flag-cierre = 1
                   IF idx-eje-cierre > 0
                       MOVE tej-desde(idx-eje-cierre) TO ws-fecha-desde
                   ELSE
                   IF ws-fecha-desde > 0
                       COMPUTE ws-fecha-desde =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(ws-fecha-desde) + 1)
                   ELSE
                       COMPUTE ws-fecha-desde = ws-fecha-cierre - 10000
                       IF ws-fecha-desde(5:4) = "0229"
                           MOVE "0228" TO ws-fecha-desde(5:4)
                       END-IF
                       COMPUTE ws-fecha-desde =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(ws-fecha-desde) + 1)
                   END-IF
                   END-IF
                   COMPUTE ws-fecha-apertura = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(ws-fecha-cierre) + 1)
               END-IF.

           1020-CARGAR-EJERCICIOS.
               MOVE 0 TO cant-ejercicios.
               OPEN INPUT EJERCICIOS.
               IF eje-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ EJERCICIOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-ejercicios < 50
                               ADD 1 TO cant-ejercicios
                               MOVE eje-reg
                                   TO tej-item(cant-ejercicios)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EJERCICIOS
               END-IF.

      *    Lo asentado despues de la fecha de cierre se saca del saldo
      *    del mayor: el debe resta y el haber suma.
           1030-SALDOS-AL-CIERRE.
               PERFORM VARYING idx-cta FROM 1 BY 1
                       UNTIL idx-cta > cant-cuentas
                   MOVE tct-saldo(idx-cta) TO tct-cierre(idx-cta)
               END-PERFORM.
               OPEN INPUT LIBRO-DIARIO.
               IF lib-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ LIBRO-DIARIO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF lib-fecha > ws-fecha-cierre
                               MOVE lib-cuenta TO ws-cuenta-buscar
                               PERFORM 600-APLICAR-A-CUENTA
                               IF lib-dh = "D"
                                   SUBTRACT lib-importe
                                       FROM tct-cierre(idx-cta)
                               ELSE
                                   ADD lib-importe
                                       TO tct-cierre(idx-cta)
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LIBRO-DIARIO
               END-IF.

      *    Resultado = ingresos (saldo acreedor) menos egresos (saldo
      *    deudor), o sea la suma de los saldos de resultado con el
      *    signo cambiado.
           1040-CALCULAR-RESULTADO.
               MOVE 0 TO ws-resultado.
               PERFORM VARYING idx-ref FROM 1 BY 1
                       UNTIL idx-ref > cant-cuentas
                   PERFORM 1045-TIPO-CUENTA
                   IF ws-tipo-cuenta = "I" OR ws-tipo-cuenta = "E"
                       SUBTRACT tct-cierre(idx-ref) FROM ws-resultado
                   END-IF
               END-PERFORM.

           1045-TIPO-CUENTA.
               MOVE SPACE TO ws-tipo-cuenta.
               PERFORM VARYING idx-rub FROM 1 BY 1
                       UNTIL idx-rub > cant-rubros
                   IF tct-cuenta(idx-ref) >= trb-desde(idx-rub) AND
                       tct-cuenta(idx-ref) <= trb-hasta(idx-rub)
                       MOVE trb-tipo(idx-rub) TO ws-tipo-cuenta
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

      *    Refundicion: cada cuenta de ingresos y egresos queda en
      *    cero contra la cuenta de resultado del ejercicio.
           1050-REFUNDICION.
               MOVE ws-fecha-cierre TO ws-fecha-asiento.
               MOVE "REFUNDICION" TO ws-concepto-cierre.
               MOVE 1 TO flag-afecta.
               MOVE ws-cuenta-resultado TO ws-cuenta-buscar.
               PERFORM 600-APLICAR-A-CUENTA.
               PERFORM VARYING idx-ref FROM 1 BY 1
                       UNTIL idx-ref > cant-cuentas
                   PERFORM 1045-TIPO-CUENTA
                   IF (ws-tipo-cuenta = "I" OR ws-tipo-cuenta = "E")
                       AND tct-cierre(idx-ref) NOT = 0
                       AND tct-cuenta(idx-ref) NOT = ws-cuenta-resultado
                       IF tct-cierre(idx-ref) > 0
                           MOVE tct-cierre(idx-ref) TO ws-importe-abs
                           MOVE ws-cuenta-resultado TO ws-cuenta-buscar
                           MOVE "D" TO ws-dh
                           PERFORM 1080-GRABAR-LINEA
                           MOVE tct-cuenta(idx-ref) TO ws-cuenta-buscar
                           MOVE "H" TO ws-dh
                           PERFORM 1080-GRABAR-LINEA
                       ELSE
                           COMPUTE ws-importe-abs =
                               0 - tct-cierre(idx-ref)
                           MOVE tct-cuenta(idx-ref) TO ws-cuenta-buscar
                           MOVE "D" TO ws-dh
                           PERFORM 1080-GRABAR-LINEA
                           MOVE ws-cuenta-resultado TO ws-cuenta-buscar
                           MOVE "H" TO ws-dh
                           PERFORM 1080-GRABAR-LINEA
                       END-IF
                   END-IF
               END-PERFORM.

      *    Asiento de cierre con los saldos patrimoniales al cierre y
      *    su apertura al dia siguiente con debe y haber invertidos:
      *    los dos juntos no mueven los saldos del mayor.
           1060-CIERRE-Y-APERTURA.
               MOVE 0 TO flag-afecta.
               MOVE ws-fecha-cierre TO ws-fecha-asiento.
               MOVE "CIERRE-EJERC" TO ws-concepto-cierre.
               PERFORM VARYING idx-ref FROM 1 BY 1
                       UNTIL idx-ref > cant-cuentas
                   IF tct-cierre(idx-ref) > 0
                       MOVE tct-cierre(idx-ref) TO ws-importe-abs
                       MOVE tct-cuenta(idx-ref) TO ws-cuenta-buscar
                       MOVE "H" TO ws-dh
                       PERFORM 1080-GRABAR-LINEA
                   END-IF
                   IF tct-cierre(idx-ref) < 0
                       COMPUTE ws-importe-abs = 0 - tct-cierre(idx-ref)
                       MOVE tct-cuenta(idx-ref) TO ws-cuenta-buscar
                       MOVE "D" TO ws-dh
                       PERFORM 1080-GRABAR-LINEA
                   END-IF
               END-PERFORM.
               MOVE ws-fecha-apertura TO ws-fecha-asiento.
               MOVE "APERTURA-EJER" TO ws-concepto-cierre.
               PERFORM VARYING idx-ref FROM 1 BY 1
                       UNTIL idx-ref > cant-cuentas
                   IF tct-cierre(idx-ref) > 0
                       MOVE tct-cierre(idx-ref) TO ws-importe-abs
                       MOVE tct-cuenta(idx-ref) TO ws-cuenta-buscar
                       MOVE "D" TO ws-dh
                       PERFORM 1080-GRABAR-LINEA
                   END-IF
                   IF tct-cierre(idx-ref) < 0
                       COMPUTE ws-importe-abs = 0 - tct-cierre(idx-ref)
                       MOVE tct-cuenta(idx-ref) TO ws-cuenta-buscar
                       MOVE "H" TO ws-dh
                       PERFORM 1080-GRABAR-LINEA
                   END-IF
               END-PERFORM.

           1080-GRABAR-LINEA.
               MOVE ws-fecha-asiento TO lib-fecha.
               MOVE ws-cuenta-buscar TO lib-cuenta.
               MOVE ws-dh TO lib-dh.
               MOVE ws-importe-abs TO lib-importe.
               MOVE ws-concepto-cierre TO lib-concepto.
               MOVE 0 TO lib-socio.
               MOVE 0 TO lib-filial.
               MOVE 0 TO lib-filial-contra.
               WRITE lib-reg.
               IF ws-dh = "D"
                   ADD ws-importe-abs TO total-debe
               ELSE
                   ADD ws-importe-abs TO total-haber
               END-IF.
               IF flag-afecta = 1
                   PERFORM 600-APLICAR-A-CUENTA
                   IF ws-dh = "D"
                       ADD ws-importe-abs TO tct-saldo(idx-cta)
                       ADD ws-importe-abs TO tct-cierre(idx-cta)
                   ELSE
                       SUBTRACT ws-importe-abs FROM tct-saldo(idx-cta)
                       SUBTRACT ws-importe-abs FROM tct-cierre(idx-cta)
                   END-IF
               END-IF.

           1090-GRABAR-EJERCICIO.
               IF idx-eje-cierre = 0 AND cant-ejercicios < 50
                   ADD 1 TO cant-ejercicios
                   MOVE cant-ejercicios TO idx-eje-cierre
               END-IF.
               IF idx-eje-cierre > 0
                   MOVE ws-fecha-desde TO tej-desde(idx-eje-cierre)
                   MOVE ws-fecha-cierre TO tej-hasta(idx-eje-cierre)
                   MOVE "C" TO tej-estado(idx-eje-cierre)
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO tej-fecha-hora(idx-eje-cierre)
                   MOVE ws-admin-id TO tej-operador(idx-eje-cierre)
                   MOVE ws-resultado TO tej-resultado(idx-eje-cierre)
               END-IF.
               PERFORM 1095-REGRABAR-EJERCICIOS.

           1095-REGRABAR-EJERCICIOS.
               OPEN OUTPUT EJERCICIOS.
               PERFORM VARYING idx-eje FROM 1 BY 1
                       UNTIL idx-eje > cant-ejercicios
                   MOVE tej-item(idx-eje) TO eje-reg
                   WRITE eje-reg
               END-PERFORM.
               CLOSE EJERCICIOS.

      *    Estado de resultados con los saldos al cierre, antes de la
      *    refundicion. Ingresos en positivo, egresos en positivo.
           1100-ESTADO-RESULTADOS.
               MOVE SPACES TO est-linea.
               STRING "ESTADO DE RESULTADOS - EJERCICIO "
                          DELIMITED BY SIZE
                      ws-fecha-desde    DELIMITED BY SIZE
                      " AL "            DELIMITED BY SIZE
                      ws-fecha-cierre   DELIMITED BY SIZE
                      INTO est-linea.
               WRITE est-linea.
               MOVE SPACES TO est-linea.
               WRITE est-linea.
               MOVE 0 TO total-ingresos.
               MOVE 0 TO total-egresos.
               PERFORM VARYING idx-rub FROM 1 BY 1
                       UNTIL idx-rub > cant-rubros
                   IF trb-tipo(idx-rub) = "I"
                       PERFORM 1300-IMPRIMIR-RUBRO
                       ADD ws-importe-rubro TO total-ingresos
                   END-IF
               END-PERFORM.
               MOVE "TOTAL INGRESOS" TO l-est-total-tit.
               MOVE total-ingresos TO l-est-total.
               WRITE est-linea FROM lin-est-total.
               MOVE SPACES TO est-linea.
               WRITE est-linea.
               PERFORM VARYING idx-rub FROM 1 BY 1
                       UNTIL idx-rub > cant-rubros
                   IF trb-tipo(idx-rub) = "E"
                       PERFORM 1300-IMPRIMIR-RUBRO
                       ADD ws-importe-rubro TO total-egresos
                   END-IF
               END-PERFORM.
               MOVE "TOTAL EGRESOS" TO l-est-total-tit.
               MOVE total-egresos TO l-est-total.
               WRITE est-linea FROM lin-est-total.
               MOVE SPACES TO est-linea.
               WRITE est-linea.
               MOVE "RESULTADO DEL EJERCICIO" TO l-est-total-tit.
               MOVE ws-resultado TO l-est-total.
               WRITE est-linea FROM lin-est-total.
               MOVE SPACES TO est-linea.
               WRITE est-linea.
               WRITE est-linea.

      *    Estado de situacion patrimonial despues de la refundicion:
      *    el resultado ya esta en la cuenta de resultado del
      *    ejercicio, que va en el patrimonio neto.
           1200-ESTADO-SITUACION.
               MOVE SPACES TO est-linea.
               STRING "ESTADO DE SITUACION PATRIMONIAL AL "
                          DELIMITED BY SIZE
                      ws-fecha-cierre   DELIMITED BY SIZE
                      INTO est-linea.
               WRITE est-linea.
               MOVE SPACES TO est-linea.
               WRITE est-linea.
               MOVE 0 TO total-activo.
               MOVE 0 TO total-pasivo.
               MOVE 0 TO total-pn.
               PERFORM VARYING idx-rub FROM 1 BY 1
                       UNTIL idx-rub > cant-rubros
                   IF trb-tipo(idx-rub) = "A"
                       PERFORM 1300-IMPRIMIR-RUBRO
                       ADD ws-importe-rubro TO total-activo
                   END-IF
               END-PERFORM.
               MOVE "TOTAL ACTIVO" TO l-est-total-tit.
               MOVE total-activo TO l-est-total.
               WRITE est-linea FROM lin-est-total.
               MOVE SPACES TO est-linea.
               WRITE est-linea.
               PERFORM VARYING idx-rub FROM 1 BY 1
                       UNTIL idx-rub > cant-rubros
                   IF trb-tipo(idx-rub) = "P"
                       PERFORM 1300-IMPRIMIR-RUBRO
                       ADD ws-importe-rubro TO total-pasivo
                   END-IF
               END-PERFORM.
               MOVE "TOTAL PASIVO" TO l-est-total-tit.
               MOVE total-pasivo TO l-est-total.
               WRITE est-linea FROM lin-est-total.
               MOVE SPACES TO est-linea.
               WRITE est-linea.
               PERFORM VARYING idx-rub FROM 1 BY 1
                       UNTIL idx-rub > cant-rubros
                   IF trb-tipo(idx-rub) = "N"
                       PERFORM 1300-IMPRIMIR-RUBRO
                       ADD ws-importe-rubro TO total-pn
                   END-IF
               END-PERFORM.
               MOVE "TOTAL PATRIMONIO NETO" TO l-est-total-tit.
               MOVE total-pn TO l-est-total.
               WRITE est-linea FROM lin-est-total.
               MOVE SPACES TO est-linea.
               WRITE est-linea.
               MOVE "TOTAL PASIVO MAS PATRIMONIO NETO"
                   TO l-est-total-tit.
               COMPUTE l-est-total = total-pasivo + total-pn.
               WRITE est-linea FROM lin-est-total.
               IF total-activo NOT = total-pasivo + total-pn
                   MOVE "*** EL ESTADO DE SITUACION NO BALANCEA ***"
                       TO est-linea
                   WRITE est-linea
               END-IF.
               PERFORM 1250-CUENTAS-SIN-RUBRO.

           1250-CUENTAS-SIN-RUBRO.
               MOVE 0 TO cant-sin-rubro.
               PERFORM VARYING idx-ref FROM 1 BY 1
                       UNTIL idx-ref > cant-cuentas
                   PERFORM 1045-TIPO-CUENTA
                   IF ws-tipo-cuenta = SPACE AND
                       tct-cierre(idx-ref) NOT = 0
                       IF cant-sin-rubro = 0
                           MOVE SPACES TO est-linea
                           WRITE est-linea
                           MOVE "*** CUENTAS SIN RUBRO EN EL PLAN ***"
                               TO est-linea
                           WRITE est-linea
                       END-IF
                       ADD 1 TO cant-sin-rubro
                       MOVE tct-cuenta(idx-ref) TO l-est-cuenta
                       MOVE tct-cierre(idx-ref) TO l-est-importe
                       WRITE est-linea FROM lin-est-det
                   END-IF
               END-PERFORM.

      *    Un rubro: titulo, cuentas del rango con saldo y subtotal.
      *    Activo y egresos son de saldo deudor; pasivo, patrimonio
      *    neto e ingresos de saldo acreedor y salen con el signo
      *    cambiado.
           1300-IMPRIMIR-RUBRO.
               MOVE 0 TO ws-importe-rubro.
               MOVE trb-titulo(idx-rub) TO est-linea.
               WRITE est-linea.
               PERFORM VARYING idx-ref FROM 1 BY 1
                       UNTIL idx-ref > cant-cuentas
                   IF tct-cuenta(idx-ref) >= trb-desde(idx-rub) AND
                       tct-cuenta(idx-ref) <= trb-hasta(idx-rub) AND
                       tct-cierre(idx-ref) NOT = 0
                       IF trb-tipo(idx-rub) = "A" OR
                           trb-tipo(idx-rub) = "E"
                           MOVE tct-cierre(idx-ref) TO ws-importe-linea
                       ELSE
                           COMPUTE ws-importe-linea =
                               0 - tct-cierre(idx-ref)
                       END-IF
                       ADD ws-importe-linea TO ws-importe-rubro
                       MOVE tct-cuenta(idx-ref) TO l-est-cuenta
                       MOVE ws-importe-linea TO l-est-importe
                       WRITE est-linea FROM lin-est-det
                   END-IF
               END-PERFORM.
               MOVE SPACES TO l-est-total-tit.
               STRING "TOTAL "             DELIMITED BY SIZE
                      trb-titulo(idx-rub)  DELIMITED BY SIZE
                      INTO l-est-total-tit.
               MOVE ws-importe-rubro TO l-est-total.
               WRITE est-linea FROM lin-est-total.

      *    Reapertura: solo un supervisor. El ejercicio queda en R y
      *    vuelve a aceptar asientos hasta que se lo cierre de nuevo.
           1500-REABRIR-EJERCICIO.
               PERFORM 1510-LOGIN-SUPERVISOR.
               IF flag-admin-ok = 1
                   PERFORM 1020-CARGAR-EJERCICIOS
                   MOVE 0 TO ws-sel
                   PERFORM VARYING idx-eje FROM 1 BY 1
                           UNTIL idx-eje > cant-ejercicios
                       IF tej-estado(idx-eje) = "C"
                           DISPLAY idx-eje, " - ejercicio ",
                               tej-desde(idx-eje), " al ",
                               tej-hasta(idx-eje)
                           MOVE idx-eje TO ws-sel
                       END-IF
                   END-PERFORM
                   IF ws-sel = 0
                       DISPLAY "No hay ejercicios cerrados"
                   ELSE
                       DISPLAY "Ejercicio a reabrir (0 = ninguno):"
                       ACCEPT ws-sel
                       IF ws-sel > 0 AND ws-sel <= cant-ejercicios
                           IF tej-estado(ws-sel) = "C"
                               PERFORM 1520-CONFIRMAR-REAPERTURA
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           1510-LOGIN-SUPERVISOR.
               MOVE 0 TO flag-admin-ok.
               DISPLAY "Usuario supervisor:"
               ACCEPT ws-admin-id.
               DISPLAY "Contrasena:"
               ACCEPT ws-admin-pass.
               OPEN INPUT OPERADORES.
               IF oper-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ OPERADORES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF oper-id = ws-admin-id AND
                               oper-pass = ws-admin-pass AND
                               oper-rol = "SUPERVISOR" AND
                               oper-estado = "A"
                               MOVE 1 TO flag-admin-ok
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERADORES
               END-IF.
               IF flag-admin-ok = 0
                   DISPLAY "Credenciales invalidas o sin rol de "
                       "supervisor - acceso denegado"
               END-IF.

           1520-CONFIRMAR-REAPERTURA.
               DISPLAY "Reabre el ejercicio ", tej-desde(ws-sel),
                   " al ", tej-hasta(ws-sel), ". Confirma? S/N"
               ACCEPT resp-confirma.
               IF resp-confirma = "S" OR resp-confirma = "s"
                   MOVE "R" TO tej-estado(ws-sel)
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO tej-fecha-hora(ws-sel)
                   MOVE ws-admin-id TO tej-operador(ws-sel)
                   PERFORM 1095-REGRABAR-EJERCICIOS
                   MOVE "REAPERT-EJERC" TO aud-operacion
                   MOVE SPACES TO aud-detalle
                   STRING tej-desde(ws-sel) DELIMITED BY SIZE
                          "-"               DELIMITED BY SIZE
                          tej-hasta(ws-sel) DELIMITED BY SIZE
                          INTO aud-detalle
                   PERFORM 1900-GRABAR-AUDITORIA
                   DISPLAY "Ejercicio reabierto - vuelve a aceptar "
                       "asientos hasta que se lo cierre de nuevo"
               END-IF.

           1900-GRABAR-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-reg.
               STRING aud-fecha-hora    DELIMITED BY SIZE
                      " | OPER: "       DELIMITED BY SIZE
                      FUNCTION TRIM(ws-admin-id) DELIMITED BY SIZE
                      " | SOCIO 000 | " DELIMITED BY SIZE
                      aud-operacion     DELIMITED BY SIZE
                      " | ANTES: "      DELIMITED BY SIZE
                      aud-detalle       DELIMITED BY SIZE
                      " | DESPUES: "    DELIMITED BY SIZE
                      INTO aud-reg.
               CALL "SELLO-AUDITORIA" USING aud-reg
                   ON EXCEPTION
                       CONTINUE
               END-CALL.
               WRITE aud-reg.
               CLOSE AUDITORIA.
       END PROGRAM CONTABILIZA.
