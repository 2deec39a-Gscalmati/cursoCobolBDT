      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUPUESTO-REAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT presupuesto ASSIGN TO "..\presupuesto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pre-fileStatus.

           SELECT libro-diario ASSIGN TO "..\libroDiario.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lib-fileStatus.

           SELECT plan-cuentas ASSIGN TO "..\planCuentas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pla-fileStatus.

           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod
               FILE STATUS IS soc-fileStatus.

           SELECT listado ASSIGN TO "..\presupuestoReal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  presupuesto.
       01  pre-reg.
           03 pre-clave.
               05 pre-filial pic 99.
               05 pre-cuenta pic 9(4).
               05 pre-periodo pic 9(6).
           03 pre-importe pic 9(10)v99.

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

       FD  plan-cuentas.
       01  pla-reg.
           03 pla-concepto pic x(13).
           03 pla-cuenta-debe pic 9(4).
           03 pla-cuenta-haber pic 9(4).
           03 filler pic x(19).
       01  pla-rubro.
           03 rub-marca pic x.
           03 rub-tipo pic x.
           03 rub-desde pic 9(4).
           03 rub-hasta pic 9(4).
           03 rub-titulo pic x(30).

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

       FD  listado.
       01  lis-reg pic x(150).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  pre-fileStatus pic xx.
       01  lib-fileStatus pic xx.
       01  pla-fileStatus pic xx.
       01  soc-fileStatus pic xx.
       01  flag-desborde pic 9 value 0.
       01  ws-periodo.
           03 ws-anio pic 9(4).
           03 ws-mes pic 99.
       01  ws-fecha-aux pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-par-clave pic x(14).
       01  ws-par-fecha pic 9(8).
       01  ws-par-valor pic 9(9)v9999.
       01  ws-par-resultado pic x.
       01  ws-tolerancia pic 9(3)v99 value 10.
       01  ws-filial pic 99.
       01  ws-cuenta pic 9(4).
       01  ws-socio-ant pic 9(6) value 0.
       01  ws-filial-ant pic 99 value 0.
       01  ws-importe pic s9(10)v99.
       01  ws-acreedora pic x.
       01  ws-pres pic s9(10)v99.
       01  ws-real pic s9(10)v99.
       01  ws-variacion pic s9(10)v99.
       01  ws-porcentaje pic s9(4)v9.
       01  ws-marca pic x(8).
       01  cant-fuera pic 9(5) value 0.
       01  idx-tpv pic 9(4).
       01  idx-mov pic 9(4).
       01  idx-tcp pic 999.
       01  idx-rub pic 99.
       01  idx-fil pic 999.

      *    Presupuesto y real por filial y cuenta, ordenado por la
      *    clave para listar con corte por filial.
       01  tabla-pres-real.
           03 tpv-item occurs 2000 times.
               05 tpv-clave.
                   07 tpv-filial pic 99.
                   07 tpv-cuenta pic 9(4).
               05 tpv-pres-mes pic s9(10)v99.
               05 tpv-real-mes pic s9(10)v99.
               05 tpv-pres-acum pic s9(10)v99.
               05 tpv-real-acum pic s9(10)v99.
       01  cant-tpv pic 9(4) value 0.
       01  ws-clave.
           03 ws-clave-filial pic 99.
           03 ws-clave-cuenta pic 9(4).

      *    Cuentas con presupuesto en alguna filial: solo esas se
      *    comparan contra el libro diario.
       01  tabla-cuentas-pres.
           03 tcp-cuenta pic 9(4) occurs 200 times.
       01  cant-tcp pic 999 value 0.

       01  tabla-rubros.
           03 trb-item occurs 30 times.
               05 trb-tipo pic x.
               05 trb-desde pic 9(4).
               05 trb-hasta pic 9(4).
       01  cant-rubros pic 99 value 0.

       01  lin-titulo.
           03 filler pic x(38) value
               "PRESUPUESTO VS. REAL POR FILIAL - MES ".
           03 l-periodo pic 9(6).
           03 filler pic x(14) value " - TOLERANCIA ".
           03 l-tolerancia pic zz9.99.
           03 filler pic x value "%".

       01  lin-encabezado.
           03 filler pic x(6) value "CUENTA".
           03 filler pic x(18) value "   PRESUP. DEL MES".
           03 filler pic x(18) value "      REAL DEL MES".
           03 filler pic x(18) value "    VARIACION MES".
           03 filler pic x(17) value "      %".
           03 filler pic x(18) value "   PRESUP. DEL ANO".
           03 filler pic x(18) value "      REAL DEL ANO".
           03 filler pic x(18) value "    VARIACION ANO".
           03 filler pic x(7) value "      %".

       01  lin-filial.
           03 filler pic x(7) value "FILIAL ".
           03 l-filial pic 99.

       01  lin-total-titulo.
           03 filler pic x(40) value
               "TOTAL COOPERATIVA (TODAS LAS FILIALES)".

       01  lin-detalle.
           03 filler pic x(2) value spaces.
           03 l-cuenta pic 9(4).
           03 filler pic x value space.
           03 l-pres-mes pic -z,zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-real-mes pic -z,zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-var-mes pic -z,zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-pct-mes pic -zzz9.9.
           03 filler pic x value space.
           03 l-marca-mes pic x(8).
           03 filler pic x value space.
           03 l-pres-acum pic -z,zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-real-acum pic -z,zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-var-acum pic -z,zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-pct-acum pic -zzz9.9.
           03 filler pic x value space.
           03 l-marca-acum pic x(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-CARGAR-PRESUPUESTO.
            IF flag-desborde = 1
               DISPLAY "El presupuesto excede la capacidad de las "
                   "tablas - el informe no se emite"
            ELSE
               IF cant-tpv = 0
                   DISPLAY "Sin presupuesto cargado para el ano ",
                       ws-anio
               ELSE
                   PERFORM 300-CARGAR-REAL
                   PERFORM 400-LISTAR
                   PERFORM 900-FIN
               END-IF
            END-IF.
            STOP RUN.

      *    Por defecto el mes del ultimo dia de negocio cerrado.
           100-INICIO.
               DISPLAY "Presupuesto vs. real por filial".
               DISPLAY "Mes a informar (AAAAMM, 0 = mes del ultimo "
                   "dia cerrado):".
               ACCEPT ws-periodo.
               IF ws-periodo = 0
                   MOVE 0 TO ws-fecha-aux
                   MOVE "V" TO ws-fn-accion
                   CALL "FECHA-NEGOCIO" USING ws-fn-accion,
                       ws-fecha-aux, ws-fn-estado, ws-fn-ultimo,
                       ws-fn-resultado
                       ON EXCEPTION
                           MOVE "N" TO ws-fn-resultado
                   END-CALL
                   IF ws-fn-resultado = "N" OR ws-fecha-aux = 0
                       MOVE FUNCTION CURRENT-DATE(1:8) TO ws-fecha-aux
                   END-IF
                   MOVE ws-fecha-aux(1:6) TO ws-periodo
               END-IF.
               MOVE ws-periodo TO ws-par-fecha(1:6).
               MOVE "01" TO ws-par-fecha(7:2).
               MOVE "PRESUP-TOLER" TO ws-par-clave.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-tolerancia
               END-IF.
               PERFORM 110-CARGAR-RUBROS.

      *    Los rubros del plan de cuentas dicen el sentido natural de
      *    cada cuenta: pasivo, patrimonio neto e ingresos crecen por
      *    el haber; el resto por el debe.
           110-CARGAR-RUBROS.
               OPEN INPUT PLAN-CUENTAS.
               IF pla-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PLAN-CUENTAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF rub-marca = "#" AND rub-tipo NOT = "R"
                               AND rub-tipo NOT = "C"
                               AND rub-tipo NOT = "F"
                               AND cant-rubros < 30
                               ADD 1 TO cant-rubros
                               MOVE rub-tipo TO trb-tipo(cant-rubros)
                               MOVE rub-desde TO trb-desde(cant-rubros)
                               MOVE rub-hasta TO trb-hasta(cant-rubros)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAN-CUENTAS
               END-IF.

      *    Del ano del mes pedido se acumula lo presupuestado hasta
      *    ese mes inclusive.
           200-CARGAR-PRESUPUESTO.
               OPEN INPUT PRESUPUESTO.
               IF pre-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PRESUPUESTO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF pre-periodo(1:4) = ws-anio AND
                               pre-periodo <= ws-periodo
                               PERFORM 210-SUMAR-PRESUPUESTO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRESUPUESTO
               END-IF.

           210-SUMAR-PRESUPUESTO.
               MOVE pre-filial TO ws-clave-filial.
               MOVE pre-cuenta TO ws-clave-cuenta.
               PERFORM 250-UBICAR-ITEM.
               IF idx-tpv > 0
                   ADD pre-importe TO tpv-pres-acum(idx-tpv)
                   IF pre-periodo = ws-periodo
                       ADD pre-importe TO tpv-pres-mes(idx-tpv)
                   END-IF
               END-IF.
               PERFORM VARYING idx-tcp FROM 1 BY 1
                       UNTIL idx-tcp > cant-tcp
                   IF tcp-cuenta(idx-tcp) = pre-cuenta
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tcp > cant-tcp
                   IF cant-tcp < 200
                       ADD 1 TO cant-tcp
                       MOVE pre-cuenta TO tcp-cuenta(cant-tcp)
                   ELSE
                       MOVE 1 TO flag-desborde
                   END-IF
               END-IF.

      *    Busca la clave filial+cuenta y si no esta la inserta en su
      *    lugar. idx-tpv queda en 0 si la tabla esta llena.
           250-UBICAR-ITEM.
               PERFORM VARYING idx-tpv FROM 1 BY 1
                       UNTIL idx-tpv > cant-tpv
                   IF tpv-clave(idx-tpv) >= ws-clave
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tpv > cant-tpv OR
                   tpv-clave(idx-tpv) NOT = ws-clave
                   IF cant-tpv >= 2000
                       MOVE 1 TO flag-desborde
                       MOVE 0 TO idx-tpv
                   ELSE
                       PERFORM VARYING idx-mov FROM cant-tpv BY -1
                               UNTIL idx-mov < idx-tpv
                           MOVE tpv-item(idx-mov)
                               TO tpv-item(idx-mov + 1)
                       END-PERFORM
                       ADD 1 TO cant-tpv
                       MOVE ws-clave TO tpv-clave(idx-tpv)
                       MOVE 0 TO tpv-pres-mes(idx-tpv)
                       MOVE 0 TO tpv-real-mes(idx-tpv)
                       MOVE 0 TO tpv-pres-acum(idx-tpv)
                       MOVE 0 TO tpv-real-acum(idx-tpv)
                   END-IF
               END-IF.

      *    Real: libro diario del ano hasta el mes pedido, de las
      *    cuentas presupuestadas, en la filial del socio de cada
      *    partida (sin socio, central). Los asientos de cierre y
      *    apertura del ejercicio no son actividad y no se cuentan.
           300-CARGAR-REAL.
               OPEN INPUT SOCIOS.
               OPEN INPUT LIBRO-DIARIO.
               IF lib-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ LIBRO-DIARIO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF lib-fecha(1:4) = ws-anio AND
                               lib-fecha(1:6) <= ws-periodo AND
                               lib-concepto NOT = "REFUNDICION" AND
                               lib-concepto NOT = "CIERRE-EJERC" AND
                               lib-concepto NOT = "APERTURA-EJER"
                               PERFORM 310-SUMAR-REAL
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LIBRO-DIARIO
               END-IF.
               CLOSE SOCIOS.

           310-SUMAR-REAL.
               PERFORM VARYING idx-tcp FROM 1 BY 1
                       UNTIL idx-tcp > cant-tcp
                   IF tcp-cuenta(idx-tcp) = lib-cuenta
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tcp <= cant-tcp
                   PERFORM 320-FILIAL-SOCIO
                   MOVE lib-cuenta TO ws-cuenta
                   PERFORM 330-SENTIDO-CUENTA
                   IF (lib-dh = "D" AND ws-acreedora = "N") OR
                       (lib-dh = "H" AND ws-acreedora = "S")
                       MOVE lib-importe TO ws-importe
                   ELSE
                       COMPUTE ws-importe = 0 - lib-importe
                   END-IF
                   MOVE ws-filial TO ws-clave-filial
                   MOVE lib-cuenta TO ws-clave-cuenta
                   PERFORM 250-UBICAR-ITEM
                   IF idx-tpv > 0
                       ADD ws-importe TO tpv-real-acum(idx-tpv)
                       IF lib-fecha(1:6) = ws-periodo
                           ADD ws-importe TO tpv-real-mes(idx-tpv)
                       END-IF
                   END-IF
               END-IF.

      *    Las lineas grabadas con filial la traen; las anteriores se
      *    imputan a la filial del socio.
           320-FILIAL-SOCIO.
               IF lib-filial IS NUMERIC
                   MOVE lib-filial TO ws-filial
               ELSE
               IF lib-socio = 0
                   MOVE 0 TO ws-filial
               ELSE
               IF lib-socio = ws-socio-ant
                   MOVE ws-filial-ant TO ws-filial
               ELSE
                   MOVE lib-socio TO soc-cod
                   READ SOCIOS
                       INVALID KEY
                           MOVE 0 TO ws-filial
                       NOT INVALID KEY
                           MOVE soc-filial TO ws-filial
                   END-READ
                   MOVE lib-socio TO ws-socio-ant
                   MOVE ws-filial TO ws-filial-ant
               END-IF
               END-IF
               END-IF.

           330-SENTIDO-CUENTA.
               MOVE "N" TO ws-acreedora.
               PERFORM VARYING idx-rub FROM 1 BY 1
                       UNTIL idx-rub > cant-rubros
                   IF ws-cuenta >= trb-desde(idx-rub) AND
                       ws-cuenta <= trb-hasta(idx-rub)
                       IF trb-tipo(idx-rub) = "P" OR
                           trb-tipo(idx-rub) = "N" OR
                           trb-tipo(idx-rub) = "I"
                           MOVE "S" TO ws-acreedora
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

           400-LISTAR.
               OPEN OUTPUT LISTADO.
               MOVE ws-periodo TO l-periodo.
               MOVE ws-tolerancia TO l-tolerancia.
               WRITE lis-reg FROM lin-titulo.
               MOVE SPACES TO lis-reg.
               WRITE lis-reg.
               WRITE lis-reg FROM lin-encabezado.
               MOVE 100 TO idx-fil.
               PERFORM VARYING idx-tpv FROM 1 BY 1
                       UNTIL idx-tpv > cant-tpv
                   IF tpv-filial(idx-tpv) NOT = idx-fil
                       MOVE tpv-filial(idx-tpv) TO idx-fil
                       MOVE SPACES TO lis-reg
                       WRITE lis-reg
                       MOVE tpv-filial(idx-tpv) TO l-filial
                       WRITE lis-reg FROM lin-filial
                   END-IF
                   MOVE tpv-cuenta(idx-tpv) TO l-cuenta
                   MOVE tpv-pres-mes(idx-tpv) TO ws-pres
                   MOVE tpv-real-mes(idx-tpv) TO ws-real
                   PERFORM 450-VARIACION
                   MOVE ws-pres TO l-pres-mes
                   MOVE ws-real TO l-real-mes
                   MOVE ws-variacion TO l-var-mes
                   MOVE ws-porcentaje TO l-pct-mes
                   MOVE ws-marca TO l-marca-mes
                   MOVE tpv-pres-acum(idx-tpv) TO ws-pres
                   MOVE tpv-real-acum(idx-tpv) TO ws-real
                   PERFORM 450-VARIACION
                   MOVE ws-pres TO l-pres-acum
                   MOVE ws-real TO l-real-acum
                   MOVE ws-variacion TO l-var-acum
                   MOVE ws-porcentaje TO l-pct-acum
                   MOVE ws-marca TO l-marca-acum
                   WRITE lis-reg FROM lin-detalle
               END-PERFORM.
               PERFORM 500-TOTAL-COOPERATIVA.
               CLOSE LISTADO.

      *    Variacion = real - presupuesto, y su porcentaje sobre el
      *    presupuesto. Fuera de tolerancia se marca con "*"; lo real
      *    sin presupuesto se marca aparte.
           450-VARIACION.
               COMPUTE ws-variacion = ws-real - ws-pres.
               MOVE 0 TO ws-porcentaje.
               MOVE SPACES TO ws-marca.
               IF ws-pres = 0
                   IF ws-real NOT = 0
                       MOVE "SIN PRES" TO ws-marca
                       ADD 1 TO cant-fuera
                   END-IF
               ELSE
                   COMPUTE ws-porcentaje ROUNDED =
                       ws-variacion * 100 / ws-pres
                       ON SIZE ERROR
                           IF ws-variacion < 0
                               MOVE -999.9 TO ws-porcentaje
                           ELSE
                               MOVE 9999.9 TO ws-porcentaje
                           END-IF
                   END-COMPUTE
                   IF ws-porcentaje > ws-tolerancia OR
                       ws-porcentaje < 0 - ws-tolerancia
                       MOVE "*" TO ws-marca
                       ADD 1 TO cant-fuera
                   END-IF
               END-IF.

      *    Total de la cooperativa por cuenta, sumando las filiales.
           500-TOTAL-COOPERATIVA.
               MOVE SPACES TO lis-reg.
               WRITE lis-reg.
               WRITE lis-reg FROM lin-total-titulo.
               PERFORM VARYING idx-tcp FROM 1 BY 1
                       UNTIL idx-tcp > cant-tcp
                   PERFORM 510-TOTAL-CUENTA
               END-PERFORM.

           510-TOTAL-CUENTA.
               MOVE 0 TO ws-pres.
               MOVE 0 TO ws-real.
               PERFORM VARYING idx-tpv FROM 1 BY 1
                       UNTIL idx-tpv > cant-tpv
                   IF tpv-cuenta(idx-tpv) = tcp-cuenta(idx-tcp)
                       ADD tpv-pres-mes(idx-tpv) TO ws-pres
                       ADD tpv-real-mes(idx-tpv) TO ws-real
                   END-IF
               END-PERFORM.
               PERFORM 450-VARIACION.
               MOVE tcp-cuenta(idx-tcp) TO l-cuenta.
               MOVE ws-pres TO l-pres-mes.
               MOVE ws-real TO l-real-mes.
               MOVE ws-variacion TO l-var-mes.
               MOVE ws-porcentaje TO l-pct-mes.
               MOVE ws-marca TO l-marca-mes.
               MOVE 0 TO ws-pres.
               MOVE 0 TO ws-real.
               PERFORM VARYING idx-tpv FROM 1 BY 1
                       UNTIL idx-tpv > cant-tpv
                   IF tpv-cuenta(idx-tpv) = tcp-cuenta(idx-tcp)
                       ADD tpv-pres-acum(idx-tpv) TO ws-pres
                       ADD tpv-real-acum(idx-tpv) TO ws-real
                   END-IF
               END-PERFORM.
               PERFORM 450-VARIACION.
               MOVE ws-pres TO l-pres-acum.
               MOVE ws-real TO l-real-acum.
               MOVE ws-variacion TO l-var-acum.
               MOVE ws-porcentaje TO l-pct-acum.
               MOVE ws-marca TO l-marca-acum.
               WRITE lis-reg FROM lin-detalle.

           900-FIN.
               DISPLAY "Informe en ..\presupuestoReal.txt - ",
                   cant-fuera, " comparaciones fuera de tolerancia".
       END PROGRAM PRESUPUESTO-REAL.
