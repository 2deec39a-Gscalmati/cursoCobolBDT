      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASIFICA-DEUDORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS soc-cod.

           SELECT prestamos ASSIGN TO "..\prestamos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pre-fileStatus.

           SELECT cuotas-prestamo ASSIGN TO "..\cuotasPrestamo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cup-fileStatus.

           SELECT plan-cuentas ASSIGN TO "..\planCuentas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pla-fileStatus.

           SELECT libro-diario ASSIGN TO "..\libroDiario.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lib-fileStatus.

           SELECT saldos-cuentas ASSIGN TO "..\saldosCuentas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sal-fileStatus.

           SELECT previsiones ASSIGN TO "..\previsionDeudores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS prv-fileStatus.

           SELECT central ASSIGN TO nombre-central
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT hoja-control ASSIGN TO "..\centralDeudoresControl.txt"
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

       FD  prestamos.
       01  pre-reg.
           03 pre-nro pic 9(5).
           03 pre-socio pic 9(6).
           03 pre-monto pic 9(6)v99.
           03 pre-tasa pic 99v9999.
           03 pre-cant-cuotas pic 99.
           03 pre-fecha-alta pic 9(8).
           03 pre-estado pic x.
           03 pre-refinancia pic 9(5).

       FD  cuotas-prestamo.
       01  cup-reg.
           03 cup-prestamo pic 9(5).
           03 cup-socio pic 9(6).
           03 cup-nro pic 99.
           03 cup-vto pic 9(8).
           03 cup-capital pic 9(6)v99.
           03 cup-interes pic 9(6)v99.
           03 cup-total pic 9(6)v99.
           03 cup-estado pic x.
           03 cup-corridas-mora pic 99.

       FD  plan-cuentas.
       01  pla-reg.
           03 pla-concepto pic x(13).
           03 pla-cuenta-debe pic 9(4).
           03 pla-cuenta-haber pic 9(4).
           03 filler pic x(19).

       FD  libro-diario.
       01  lib-reg.
           03 lib-fecha pic 9(8).
           03 lib-cuenta pic 9(4).
           03 lib-dh pic x.
           03 lib-importe pic 9(9)v99.
           03 lib-concepto pic x(13).
           03 lib-socio pic 9(6).
           03 lib-filial pic 99.
           03 lib-filial-contra pic 99.

       FD  saldos-cuentas.
       01  sal-reg.
           03 sal-cuenta pic 9(4).
           03 sal-saldo pic s9(12)v99.

      *    Prevision contabilizada en cada cierre, por situacion: el
      *    cierre siguiente asienta solo la diferencia.
       FD  previsiones.
       01  prv-reg.
           03 prv-periodo pic 9(6).
           03 prv-situacion pic 9.
           03 prv-deuda pic 9(11)v99.
           03 prv-importe pic 9(11)v99.

      *    Formato fijo de la central de deudores: cabecera con
      *    entidad y periodo, un registro por deudor y trailer con
      *    cantidad y totales de control.
       FD  central.
       01  cen-cabecera.
           03 cen-cab-tipo pic x.
           03 cen-cab-entidad pic 9(5).
           03 cen-cab-periodo pic 9(6).
           03 cen-cab-fecha-gen pic 9(8).
           03 filler pic x(40).
       01  cen-detalle.
           03 cen-det-tipo pic x.
           03 cen-det-socio pic 9(6).
           03 cen-det-cuit pic 9(11).
           03 cen-det-dni pic 9(8).
           03 cen-det-situacion pic 9.
           03 cen-det-dias-atraso pic 9(5).
           03 cen-det-deuda pic s9(10)v99.
           03 cen-det-prevision pic s9(10)v99.
           03 cen-det-prestamos pic 9(3).
           03 filler pic x.
       01  cen-trailer.
           03 cen-tra-tipo pic x.
           03 cen-tra-cantidad pic 9(7).
           03 cen-tra-hash-socios pic 9(10).
           03 cen-tra-total-deuda pic s9(12)v99.
           03 cen-tra-total-prevision pic s9(12)v99.
           03 filler pic x(14).

       FD  hoja-control.
       01  ctl-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  pre-fileStatus pic xx.
       01  cup-fileStatus pic xx.
       01  pla-fileStatus pic xx.
       01  lib-fileStatus pic xx.
       01  sal-fileStatus pic xx.
       01  prv-fileStatus pic xx.
       01  nombre-central pic x(40).
       01  ws-entidad pic 9(5).
       01  ws-fecha-cierre pic 9(8).
       01  ws-eje-resultado pic x.
       01  ws-eje-cierre pic 9(8).
       01  ws-periodo pic 9(6).
       01  ws-fecha-hoy pic 9(8).
       01  ws-dias pic 9(5).
       01  ws-deuda-cuota pic 9(8)v99.
       01  ws-importe-abs pic 9(11)v99.
       01  ws-cuenta-buscar pic 9(4).
       01  ws-cuenta-debe pic 9(4).
       01  ws-cuenta-haber pic 9(4).
       01  ws-periodo-anterior pic 9(6) value 0.
       01  flag-ya-contabilizado pic 9 value 0.
       01  flag-desborde pic 9 value 0.
       01  cant-registros pic 9(7) value 0.
       01  hash-socios pic 9(10) value 0.
       01  total-deuda pic s9(12)v99 value 0.
       01  total-prevision pic s9(12)v99 value 0.
       01  cant-asientos pic 99 value 0.
       01  ws-par-clave pic x(14).
       01  ws-par-fecha pic 9(8).
       01  ws-par-valor pic 9(9)v9999.
       01  ws-par-resultado pic x.
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.

      *    Prestamos vivos: solo se clasifica deuda de prestamos
      *    activos o pendientes de aprobacion.
       01  tabla-prestamos.
           03 tpr-item occurs 500 times.
               05 tpr-nro pic 9(5).
               05 tpr-estado pic x.
       01  cant-prestamos pic 999 value 0.
       01  idx-pre pic 999.

      *    Deudores del cierre: peor atraso de cualquiera de sus
      *    prestamos, deuda total y situacion resultante.
       01  tabla-deudores.
           03 tde-item occurs 2000 times.
               05 tde-socio pic 9(6).
               05 tde-dias pic 9(5).
               05 tde-deuda pic 9(10)v99.
               05 tde-situacion pic 9.
               05 tde-prestamos pic 9(3).
               05 tde-ultimo-pre pic 9(5).
       01  cant-tde pic 9(4) value 0.
       01  idx-tde pic 9(4).

      *    Por situacion (1 a 5): tasa de prevision del maestro de
      *    parametros, deuda y prevision del cierre y del anterior.
       01  tabla-situaciones.
           03 tsi-item occurs 5 times.
               05 tsi-tasa pic 999v9999.
               05 tsi-cant pic 9(5).
               05 tsi-deuda pic 9(11)v99.
               05 tsi-prevision pic 9(11)v99.
               05 tsi-prevision-ant pic 9(11)v99.
       01  idx-sit pic 9.
       01  ws-prevision-socio pic 9(10)v99.
       01  ws-diferencia pic s9(11)v99.

       01  tabla-plan.
           03 tpl-item occurs 50 times.
               05 tpl-concepto pic x(13).
               05 tpl-debe pic 9(4).
               05 tpl-haber pic 9(4).
       01  cant-plan pic 99 value 0.
       01  idx-pla pic 99.

       01  tabla-cuentas.
           03 tct-item occurs 200 times.
               05 tct-cuenta pic 9(4).
               05 tct-saldo pic s9(12)v99.
       01  cant-cuentas pic 999 value 0.
       01  idx-cta pic 999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 150-CARGAR-PRESTAMOS.
            PERFORM 200-CLASIFICAR-CUOTAS.
            IF flag-desborde = 1
               DISPLAY "prestamos.txt o la cartera de deudores excede "
                   "la capacidad de las tablas - cierre cancelado "
                   "para no informar de menos; depure los archivos"
            ELSE
               PERFORM 300-SITUACION-Y-PREVISION
               PERFORM 400-GENERAR-CENTRAL
               PERFORM 500-CONTABILIZAR-PREVISION
               PERFORM 800-HOJA-CONTROL
               PERFORM 900-FIN
            END-IF.
            STOP RUN.

           100-INICIO.
               DISPLAY "Cierre mensual de cartera: clasificacion de "
                   "deudores y previsiones".
               DISPLAY "Codigo de entidad:".
               ACCEPT ws-entidad.
               DISPLAY "Fecha de cierre (AAAAMMDD, 0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-cierre.
               ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               MOVE ws-fecha-cierre(1:6) TO ws-periodo.
               MOVE SPACES TO nombre-central.
               STRING "..\centralDeudores" DELIMITED BY SIZE
                      ws-periodo           DELIMITED BY SIZE
                      ".txt"               DELIMITED BY SIZE
                      INTO nombre-central.
               PERFORM 110-LEER-TASAS-PREVISION.

      *    La prevision se asienta con la fecha de cierre: tiene que
      *    ser un dia ya cerrado y sin otro cierre posterior. Sin
      *    fechaNegocio.txt se toma la fecha del sistema.
           105-VALIDAR-FECHA-PROCESO.
               MOVE "V" TO ws-fn-accion.
               CALL "FECHA-NEGOCIO" USING ws-fn-accion, ws-fecha-cierre,
                   ws-fn-estado, ws-fn-ultimo, ws-fn-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-fn-resultado
               END-CALL.
               EVALUATE ws-fn-resultado
                   WHEN "N"
                       IF ws-fecha-cierre = 0
                           MOVE ws-fecha-hoy TO ws-fecha-cierre
                       END-IF
                   WHEN "A"
                       DISPLAY "El dia ", ws-fecha-cierre, " no esta "
                           "cerrado (ultimo cierre ", ws-fn-ultimo,
                           ") - corrida cancelada"
                       GOBACK
                   WHEN "R"
                       DISPLAY "El dia ", ws-fecha-cierre, " ya tuvo "
                           "otro cierre despues (ultimo cierre ",
                           ws-fn-ultimo, ") - corrida cancelada"
                       GOBACK
               END-EVALUATE.

      *    PROV-SIT-n: porcentaje de la deuda a prever en la
      *    situacion n. Sin clave cargada se usan los minimos
      *    habituales.
           110-LEER-TASAS-PREVISION.
               MOVE 1 TO tsi-tasa(1).
               MOVE 5 TO tsi-tasa(2).
               MOVE 25 TO tsi-tasa(3).
               MOVE 50 TO tsi-tasa(4).
               MOVE 100 TO tsi-tasa(5).
               MOVE ws-fecha-cierre TO ws-par-fecha.
               PERFORM VARYING idx-sit FROM 1 BY 1 UNTIL idx-sit > 5
                   MOVE SPACES TO ws-par-clave
                   STRING "PROV-SIT-" DELIMITED BY SIZE
                          idx-sit     DELIMITED BY SIZE
                          INTO ws-par-clave
                   MOVE "N" TO ws-par-resultado
                   CALL "LEE-PARAMETRO" USING ws-par-clave,
                       ws-par-fecha, ws-par-valor, ws-par-resultado
                       ON EXCEPTION
                           MOVE "N" TO ws-par-resultado
                   END-CALL
                   IF ws-par-resultado = "O"
                       MOVE ws-par-valor TO tsi-tasa(idx-sit)
                   END-IF
                   MOVE 0 TO tsi-cant(idx-sit)
                   MOVE 0 TO tsi-deuda(idx-sit)
                   MOVE 0 TO tsi-prevision(idx-sit)
                   MOVE 0 TO tsi-prevision-ant(idx-sit)
               END-PERFORM.

           150-CARGAR-PRESTAMOS.
               OPEN INPUT PRESTAMOS.
               IF pre-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PRESTAMOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF pre-estado = "A" OR pre-estado = "P"
                               IF cant-prestamos < 500
                                   ADD 1 TO cant-prestamos
                                   MOVE pre-nro
                                       TO tpr-nro(cant-prestamos)
                                   MOVE pre-estado
                                       TO tpr-estado(cant-prestamos)
                               ELSE
                                   MOVE 1 TO flag-desborde
                                   MOVE 0 TO flag-fin
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRESTAMOS
               END-IF.

      *    Deuda de cada cuota impaga: el capital, mas el interes si
      *    ya vencio. Los dias de atraso son los de la cuota vencida
      *    mas antigua del socio.
           200-CLASIFICAR-CUOTAS.
               OPEN INPUT CUOTAS-PRESTAMO.
               IF cup-fileStatus = "00" AND flag-desborde = 0
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUOTAS-PRESTAMO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cup-estado = "P" OR cup-estado = "M"
                               PERFORM 210-VERIFICAR-PRESTAMO
                               IF idx-pre <= cant-prestamos
                                   PERFORM 220-ACUMULAR-CUOTA
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               IF cup-fileStatus = "00"
                   CLOSE CUOTAS-PRESTAMO
               END-IF.

           210-VERIFICAR-PRESTAMO.
               PERFORM VARYING idx-pre FROM 1 BY 1
                       UNTIL idx-pre > cant-prestamos
                   IF tpr-nro(idx-pre) = cup-prestamo
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

           220-ACUMULAR-CUOTA.
               MOVE cup-capital TO ws-deuda-cuota.
               MOVE 0 TO ws-dias.
               IF cup-vto < ws-fecha-cierre
                   ADD cup-interes TO ws-deuda-cuota
                   COMPUTE ws-dias =
                       FUNCTION INTEGER-OF-DATE(ws-fecha-cierre) -
                       FUNCTION INTEGER-OF-DATE(cup-vto)
               END-IF.
               PERFORM VARYING idx-tde FROM 1 BY 1
                       UNTIL idx-tde > cant-tde
                   IF tde-socio(idx-tde) = cup-socio
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tde > cant-tde
                   IF cant-tde < 2000
                       ADD 1 TO cant-tde
                       MOVE cup-socio TO tde-socio(cant-tde)
                       MOVE 0 TO tde-dias(cant-tde)
                       MOVE 0 TO tde-deuda(cant-tde)
                       MOVE 0 TO tde-prestamos(cant-tde)
                       MOVE 0 TO tde-ultimo-pre(cant-tde)
                   ELSE
                       MOVE 1 TO flag-desborde
                       MOVE 0 TO flag-fin
                   END-IF
               END-IF.
               IF idx-tde <= cant-tde
                   ADD ws-deuda-cuota TO tde-deuda(idx-tde)
                   IF ws-dias > tde-dias(idx-tde)
                       MOVE ws-dias TO tde-dias(idx-tde)
                   END-IF
                   IF cup-prestamo NOT = tde-ultimo-pre(idx-tde)
                       ADD 1 TO tde-prestamos(idx-tde)
                       MOVE cup-prestamo TO tde-ultimo-pre(idx-tde)
                   END-IF
               END-IF.

      *    Situacion por dias de atraso del peor prestamo:
      *    1 normal hasta 31, 2 hasta 90, 3 hasta 180, 4 hasta 365,
      *    5 irrecuperable mas de un ano.
           300-SITUACION-Y-PREVISION.
               PERFORM VARYING idx-tde FROM 1 BY 1
                       UNTIL idx-tde > cant-tde
                   EVALUATE TRUE
                       WHEN tde-dias(idx-tde) <= 31
                           MOVE 1 TO tde-situacion(idx-tde)
                       WHEN tde-dias(idx-tde) <= 90
                           MOVE 2 TO tde-situacion(idx-tde)
                       WHEN tde-dias(idx-tde) <= 180
                           MOVE 3 TO tde-situacion(idx-tde)
                       WHEN tde-dias(idx-tde) <= 365
                           MOVE 4 TO tde-situacion(idx-tde)
                       WHEN OTHER
                           MOVE 5 TO tde-situacion(idx-tde)
                   END-EVALUATE
                   MOVE tde-situacion(idx-tde) TO idx-sit
                   ADD 1 TO tsi-cant(idx-sit)
                   ADD tde-deuda(idx-tde) TO tsi-deuda(idx-sit)
               END-PERFORM.
               PERFORM VARYING idx-sit FROM 1 BY 1 UNTIL idx-sit > 5
                   COMPUTE tsi-prevision(idx-sit) ROUNDED =
                       tsi-deuda(idx-sit) * tsi-tasa(idx-sit) / 100
               END-PERFORM.

      *    Recorre el maestro en orden de codigo para que el archivo
      *    salga ordenado por deudor.
           400-GENERAR-CENTRAL.
               OPEN OUTPUT CENTRAL.
               MOVE "H" TO cen-cab-tipo.
               MOVE ws-entidad TO cen-cab-entidad.
               MOVE ws-periodo TO cen-cab-periodo.
               MOVE ws-fecha-hoy TO cen-cab-fecha-gen.
               WRITE cen-cabecera.
               OPEN INPUT SOCIOS.
               PERFORM 410-LEER-SOCIO.
               PERFORM UNTIL flag-fin = 0
                   PERFORM 420-BUSCAR-DEUDOR
                   IF idx-tde <= cant-tde
                       PERFORM 430-GRABAR-DETALLE
                   END-IF
                   PERFORM 410-LEER-SOCIO
               END-PERFORM.
               CLOSE SOCIOS.
               MOVE "T" TO cen-tra-tipo.
               MOVE cant-registros TO cen-tra-cantidad.
               MOVE hash-socios TO cen-tra-hash-socios.
               MOVE total-deuda TO cen-tra-total-deuda.
               MOVE total-prevision TO cen-tra-total-prevision.
               WRITE cen-trailer.
               CLOSE CENTRAL.

           410-LEER-SOCIO.
               READ SOCIOS
                   AT END MOVE 0 TO flag-fin
                   NOT AT END MOVE 1 TO flag-fin
               END-READ.

           420-BUSCAR-DEUDOR.
               PERFORM VARYING idx-tde FROM 1 BY 1
                       UNTIL idx-tde > cant-tde
                   IF tde-socio(idx-tde) = soc-cod
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

           430-GRABAR-DETALLE.
               MOVE tde-situacion(idx-tde) TO idx-sit.
               COMPUTE ws-prevision-socio ROUNDED =
                   tde-deuda(idx-tde) * tsi-tasa(idx-sit) / 100.
               MOVE "D" TO cen-det-tipo.
               MOVE soc-cod TO cen-det-socio.
               MOVE soc-cuit TO cen-det-cuit.
               MOVE soc-dni TO cen-det-dni.
               MOVE tde-situacion(idx-tde) TO cen-det-situacion.
               MOVE tde-dias(idx-tde) TO cen-det-dias-atraso.
               MOVE tde-deuda(idx-tde) TO cen-det-deuda.
               MOVE ws-prevision-socio TO cen-det-prevision.
               MOVE tde-prestamos(idx-tde) TO cen-det-prestamos.
               WRITE cen-detalle.
               ADD 1 TO cant-registros.
               ADD soc-cod TO hash-socios.
               ADD tde-deuda(idx-tde) TO total-deuda.
               ADD ws-prevision-socio TO total-prevision.

      *    Solo se asienta la diferencia contra el ultimo cierre
      *    contabilizado: aumento al debe del cargo (concepto
      *    PREVISION del plan de cuentas), disminucion al reves.
      *    Un periodo ya contabilizado no se vuelve a asentar.
           500-CONTABILIZAR-PREVISION.
               PERFORM 510-LEER-CIERRE-ANTERIOR.
               CALL "VERIFICA-EJERCICIO" USING ws-fecha-cierre,
                   ws-eje-resultado, ws-eje-cierre
                   ON EXCEPTION
                       MOVE "A" TO ws-eje-resultado
               END-CALL.
               IF flag-ya-contabilizado = 1
                   DISPLAY "El periodo ", ws-periodo, " ya tiene la "
                       "prevision contabilizada - no se asienta de "
                       "nuevo"
               ELSE
               IF ws-eje-resultado = "C"
                   DISPLAY "El ", ws-fecha-cierre, " pertenece al "
                       "ejercicio cerrado al ", ws-eje-cierre,
                       " - la prevision no se asienta"
               ELSE
                   PERFORM 520-CARGAR-PLAN
                   IF idx-pla > cant-plan
                       DISPLAY "SIN CUENTA EN EL PLAN: concepto "
                           "PREVISION - la prevision no se asienta"
                   ELSE
                       PERFORM 530-CARGAR-SALDOS
                       OPEN EXTEND LIBRO-DIARIO
                       IF lib-fileStatus NOT = "00"
                           OPEN OUTPUT LIBRO-DIARIO
                       END-IF
                       PERFORM VARYING idx-sit FROM 1 BY 1
                               UNTIL idx-sit > 5
                           COMPUTE ws-diferencia =
                               tsi-prevision(idx-sit) -
                               tsi-prevision-ant(idx-sit)
                           IF ws-diferencia NOT = 0
                               PERFORM 540-ASENTAR-DIFERENCIA
                           END-IF
                       END-PERFORM
                       CLOSE LIBRO-DIARIO
                       PERFORM 560-REGRABAR-SALDOS
                       PERFORM 570-GRABAR-CIERRE
                   END-IF
               END-IF
               END-IF.

           510-LEER-CIERRE-ANTERIOR.
               OPEN INPUT PREVISIONES.
               IF prv-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PREVISIONES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF prv-periodo = ws-periodo
                               MOVE 1 TO flag-ya-contabilizado
                           END-IF
                           IF prv-periodo < ws-periodo AND
                               prv-periodo >= ws-periodo-anterior
                               IF prv-periodo > ws-periodo-anterior
                                   MOVE prv-periodo
                                       TO ws-periodo-anterior
                                   PERFORM VARYING idx-sit FROM 1 BY 1
                                           UNTIL idx-sit > 5
                                       MOVE 0 TO
                                           tsi-prevision-ant(idx-sit)
                                   END-PERFORM
                               END-IF
                               IF prv-situacion >= 1 AND
                                   prv-situacion <= 5
                                   MOVE prv-importe TO
                                       tsi-prevision-ant(prv-situacion)
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PREVISIONES
               END-IF.

           520-CARGAR-PLAN.
               OPEN INPUT PLAN-CUENTAS.
               IF pla-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PLAN-CUENTAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-plan < 50 AND
                               pla-concepto(1:1) NOT = "#"
                               ADD 1 TO cant-plan
                               MOVE pla-concepto
                                   TO tpl-concepto(cant-plan)
                               MOVE pla-cuenta-debe
                                   TO tpl-debe(cant-plan)
                               MOVE pla-cuenta-haber
                                   TO tpl-haber(cant-plan)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAN-CUENTAS
               END-IF.
               PERFORM VARYING idx-pla FROM 1 BY 1
                       UNTIL idx-pla > cant-plan
                   IF tpl-concepto(idx-pla) = "PREVISION"
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-pla <= cant-plan
                   MOVE tpl-debe(idx-pla) TO ws-cuenta-debe
                   MOVE tpl-haber(idx-pla) TO ws-cuenta-haber
               END-IF.

           530-CARGAR-SALDOS.
               OPEN INPUT SALDOS-CUENTAS.
               IF sal-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ SALDOS-CUENTAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-cuentas < 200
                               ADD 1 TO cant-cuentas
                               MOVE sal-cuenta
                                   TO tct-cuenta(cant-cuentas)
                               MOVE sal-saldo
                                   TO tct-saldo(cant-cuentas)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SALDOS-CUENTAS
               END-IF.

           540-ASENTAR-DIFERENCIA.
               IF ws-diferencia > 0
                   MOVE ws-diferencia TO ws-importe-abs
                   MOVE ws-cuenta-debe TO lib-cuenta
                   MOVE "D" TO lib-dh
                   PERFORM 550-GRABAR-PARTIDA
                   MOVE ws-cuenta-haber TO lib-cuenta
                   MOVE "H" TO lib-dh
                   PERFORM 550-GRABAR-PARTIDA
               ELSE
                   COMPUTE ws-importe-abs = 0 - ws-diferencia
                   MOVE ws-cuenta-haber TO lib-cuenta
                   MOVE "D" TO lib-dh
                   PERFORM 550-GRABAR-PARTIDA
                   MOVE ws-cuenta-debe TO lib-cuenta
                   MOVE "H" TO lib-dh
                   PERFORM 550-GRABAR-PARTIDA
               END-IF.
               ADD 1 TO cant-asientos.

      *    Una linea del diario en el formato de CONTABILIZA; el
      *    socio va en cero porque la prevision es global por
      *    situacion y no de un socio en particular.
           550-GRABAR-PARTIDA.
               MOVE ws-fecha-cierre TO lib-fecha.
               MOVE ws-importe-abs TO lib-importe.
               MOVE "PREVISION" TO lib-concepto.
               MOVE 0 TO lib-socio.
               MOVE 0 TO lib-filial.
               MOVE 0 TO lib-filial-contra.
               WRITE lib-reg.
               MOVE lib-cuenta TO ws-cuenta-buscar.
               PERFORM 555-APLICAR-A-CUENTA.
               IF lib-dh = "D"
                   ADD ws-importe-abs TO tct-saldo(idx-cta)
               ELSE
                   SUBTRACT ws-importe-abs FROM tct-saldo(idx-cta)
               END-IF.

           555-APLICAR-A-CUENTA.
               PERFORM VARYING idx-cta FROM 1 BY 1
                       UNTIL idx-cta > cant-cuentas
                   IF tct-cuenta(idx-cta) = ws-cuenta-buscar
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-cta > cant-cuentas
                   ADD 1 TO cant-cuentas
                   MOVE cant-cuentas TO idx-cta
                   MOVE ws-cuenta-buscar TO tct-cuenta(idx-cta)
                   MOVE 0 TO tct-saldo(idx-cta)
               END-IF.

           560-REGRABAR-SALDOS.
               OPEN OUTPUT SALDOS-CUENTAS.
               PERFORM VARYING idx-cta FROM 1 BY 1
                       UNTIL idx-cta > cant-cuentas
                   MOVE tct-cuenta(idx-cta) TO sal-cuenta
                   MOVE tct-saldo(idx-cta) TO sal-saldo
                   WRITE sal-reg
               END-PERFORM.
               CLOSE SALDOS-CUENTAS.

           570-GRABAR-CIERRE.
               OPEN EXTEND PREVISIONES.
               IF prv-fileStatus NOT = "00"
                   OPEN OUTPUT PREVISIONES
               END-IF.
               PERFORM VARYING idx-sit FROM 1 BY 1 UNTIL idx-sit > 5
                   MOVE ws-periodo TO prv-periodo
                   MOVE idx-sit TO prv-situacion
                   MOVE tsi-deuda(idx-sit) TO prv-deuda
                   MOVE tsi-prevision(idx-sit) TO prv-importe
                   WRITE prv-reg
               END-PERFORM.
               CLOSE PREVISIONES.

      *    Hoja de control que acompana la presentacion, igual que
      *    la del regimen informativo.
           800-HOJA-CONTROL.
               OPEN OUTPUT HOJA-CONTROL.
               MOVE "HOJA DE CONTROL - CENTRAL DE DEUDORES"
                   TO ctl-linea.
               WRITE ctl-linea.
               MOVE SPACES TO ctl-linea.
               STRING "ENTIDAD: "   DELIMITED BY SIZE
                      ws-entidad    DELIMITED BY SIZE
                      "  PERIODO: " DELIMITED BY SIZE
                      ws-periodo    DELIMITED BY SIZE
                      "  GENERADO: " DELIMITED BY SIZE
                      ws-fecha-hoy  DELIMITED BY SIZE
                      INTO ctl-linea.
               WRITE ctl-linea.
               MOVE SPACES TO ctl-linea.
               STRING "DEUDORES INFORMADOS: " DELIMITED BY SIZE
                      cant-registros          DELIMITED BY SIZE
                      INTO ctl-linea.
               WRITE ctl-linea.
               MOVE SPACES TO ctl-linea.
               STRING "HASH DE CODIGOS DE SOCIO: " DELIMITED BY SIZE
                      hash-socios                  DELIMITED BY SIZE
                      INTO ctl-linea.
               WRITE ctl-linea.
               MOVE SPACES TO ctl-linea.
               STRING "TOTAL DE DEUDA: " DELIMITED BY SIZE
                      total-deuda        DELIMITED BY SIZE
                      INTO ctl-linea.
               WRITE ctl-linea.
               MOVE SPACES TO ctl-linea.
               STRING "TOTAL DE PREVISION: " DELIMITED BY SIZE
                      total-prevision        DELIMITED BY SIZE
                      INTO ctl-linea.
               WRITE ctl-linea.
               MOVE SPACES TO ctl-linea.
               WRITE ctl-linea.
               MOVE "POR SITUACION:" TO ctl-linea.
               WRITE ctl-linea.
               PERFORM VARYING idx-sit FROM 1 BY 1 UNTIL idx-sit > 5
                   MOVE SPACES TO ctl-linea
                   STRING "  SITUACION " DELIMITED BY SIZE
                          idx-sit        DELIMITED BY SIZE
                          " DEUDORES "   DELIMITED BY SIZE
                          tsi-cant(idx-sit) DELIMITED BY SIZE
                          " DEUDA "      DELIMITED BY SIZE
                          tsi-deuda(idx-sit) DELIMITED BY SIZE
                          " PREVISION "  DELIMITED BY SIZE
                          tsi-prevision(idx-sit) DELIMITED BY SIZE
                          INTO ctl-linea
                   WRITE ctl-linea
               END-PERFORM.
               CLOSE HOJA-CONTROL.

           900-FIN.
               DISPLAY "Central de deudores generada: ",
                   FUNCTION TRIM(nombre-central).
               DISPLAY "Deudores: ", cant-registros,
                   " Hash socios: ", hash-socios.
               DISPLAY "Prevision total: ", total-prevision,
                   " - asientos de diferencia: ", cant-asientos.
               DISPLAY "Hoja de control en "
                   "..\centralDeudoresControl.txt".
       END PROGRAM CLASIFICA-DEUDORES.
