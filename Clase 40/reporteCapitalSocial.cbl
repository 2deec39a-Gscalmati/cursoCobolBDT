      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CAPITAL-SOCIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS soc-cod.

           SELECT capital-social ASSIGN TO "..\capitalSocial.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cap-fileStatus.

           SELECT plan-cuentas ASSIGN TO "..\planCuentas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pla-fileStatus.

           SELECT saldos-cuentas ASSIGN TO "..\saldosCuentas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sal-fileStatus.

           SELECT listado ASSIGN TO "..\registroCapitalSocial.txt"
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

       FD  plan-cuentas.
       01  pla-reg.
           03 pla-concepto pic x(13).
           03 pla-cuenta-debe pic 9(4).
           03 pla-cuenta-haber pic 9(4).
           03 filler pic x(19).

       FD  saldos-cuentas.
       01  sal-reg.
           03 sal-cuenta pic 9(4).
           03 sal-saldo pic s9(12)v99.

       FD  listado.
       01  lis-reg pic x(100).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  cap-fileStatus pic xx.
       01  pla-fileStatus pic xx.
       01  sal-fileStatus pic xx.
       01  ws-fecha-hoy pic 9(8).
       01  flag-desborde pic 9 value 0.
       01  ws-cuenta-capital pic 9(4) value 0.
       01  ws-saldo-contable pic s9(12)v99 value 0.
       01  ws-diferencia pic s9(12)v99.
       01  ws-acc-integradas pic 9(5).
       01  cant-fil pic 9(5).
       01  sub-suscripto pic 9(10)v99.
       01  sub-integrado pic 9(10)v99.
       01  sub-reintegro pic 9(10)v99.
       01  tot-socios pic 9(5) value 0.
       01  tot-suscripto pic 9(10)v99 value 0.
       01  tot-integrado pic 9(10)v99 value 0.
       01  tot-reintegro pic 9(10)v99 value 0.

      *    Registro de capital con la filial del socio, para poder
      *    listar agrupado por filial.
       01  tabla-registro.
           03 tre-item occurs 2000 times.
               05 tre-filial pic 99.
               05 tre-nom pic x(20).
               05 tre-cap pic x(84).
       01  cant-tre pic 9(4) value 0.
       01  idx-tre pic 9(4).
       01  idx-fil pic 999.
       01  ws-filial pic 99.

       01  lin-titulo.
           03 filler pic x(40) value
               "REGISTRO DE CAPITAL SOCIAL POR FILIAL -".
           03 filler pic x(4) value " AL ".
           03 l-fecha pic 9(8).

       01  lin-encabezado.
           03 filler pic x(50) value
               "SOCIO  NOMBRE               ACCIONES INTEGR.   SUS".
           03 filler pic x(45) value
               "CRIPTO     INTEGRADO  ESTADO   A REINTEGRAR".

       01  lin-filial.
           03 filler pic x(7) value "FILIAL ".
           03 l-filial pic 99.

       01  lin-detalle.
           03 l-socio pic zzzzz9.
           03 filler pic x value space.
           03 l-nom pic x(20).
           03 filler pic x value space.
           03 l-acciones pic zz,zz9.
           03 filler pic x(2) value spaces.
           03 l-acc-integradas pic zz,zz9.
           03 filler pic x value space.
           03 l-suscripto pic zz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-integrado pic zz,zzz,zz9.99.
           03 filler pic x(2) value spaces.
           03 l-estado pic x(7).
           03 filler pic x value space.
           03 l-reintegro pic zz,zzz,zz9.99.

       01  lin-subtotal.
           03 filler pic x(15) value "  TOTAL FILIAL ".
           03 l-sub-filial pic 99.
           03 filler pic x value space.
           03 l-sub-cant pic zz,zz9.
           03 filler pic x(9) value " socios $".
           03 l-sub-suscripto pic z,zzz,zzz,zz9.99.
           03 filler pic x(3) value " $".
           03 l-sub-integrado pic z,zzz,zzz,zz9.99.
           03 filler pic x(3) value " $".
           03 l-sub-reintegro pic z,zzz,zzz,zz9.99.

       01  lin-total.
           03 filler pic x(35) value
               "TOTAL CAPITAL SUSCRIPTO / INTEGRADO".
           03 filler pic x(3) value " $".
           03 l-tot-suscripto pic z,zzz,zzz,zz9.99.
           03 filler pic x(3) value " $".
           03 l-tot-integrado pic z,zzz,zzz,zz9.99.

       01  lin-total-reint.
           03 filler pic x(35) value
               "CAPITAL A REINTEGRAR POR EGRESOS".
           03 filler pic x(3) value " $".
           03 l-tot-reintegro pic z,zzz,zzz,zz9.99.

       01  lin-contable.
           03 filler pic x(35) value
               "SALDO CONTABLE CUENTA DE CAPITAL".
           03 l-cuenta pic 9(4).
           03 filler pic x(3) value " $".
           03 l-saldo-contable pic -zzz,zzz,zzz,zz9.99.

       01  lin-diferencia.
           03 filler pic x(35) value
               "DIFERENCIA REGISTRO - CONTABILIDAD".
           03 filler pic x(7) value spaces.
           03 l-diferencia pic -zzz,zzz,zzz,zz9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            IF flag-desborde = 1
               DISPLAY "capitalSocial.txt excede la capacidad de la "
                   "tabla (2000) - el registro no se emite para no "
                   "informar de menos"
            ELSE
               PERFORM 300-LISTAR-FILIALES
               PERFORM 500-CONCILIAR-CONTABILIDAD
               PERFORM 900-FIN
            END-IF.
            STOP RUN.

           100-INICIO.
               ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
               PERFORM 200-CARGAR-REGISTRO.

      *    Se recorre el capital y se toma de cada socio la filial y
      *    el nombre del maestro.
           200-CARGAR-REGISTRO.
               OPEN INPUT CAPITAL-SOCIAL.
               IF cap-fileStatus = "00"
                   OPEN INPUT SOCIOS
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CAPITAL-SOCIAL AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-tre < 2000
                               ADD 1 TO cant-tre
                               MOVE cap-reg TO tre-cap(cant-tre)
                               MOVE 0 TO tre-filial(cant-tre)
                               MOVE SPACES TO tre-nom(cant-tre)
                           ELSE
                               MOVE 1 TO flag-desborde
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAPITAL-SOCIAL
                   PERFORM 210-LEER-SOCIO
                   PERFORM UNTIL flag-fin = 0
                       PERFORM 220-ASIGNAR-FILIAL
                       PERFORM 210-LEER-SOCIO
                   END-PERFORM
                   CLOSE SOCIOS
               END-IF.

           210-LEER-SOCIO.
               READ SOCIOS
                   AT END MOVE 0 TO flag-fin
                   NOT AT END MOVE 1 TO flag-fin
               END-READ.

           220-ASIGNAR-FILIAL.
               PERFORM VARYING idx-tre FROM 1 BY 1
                       UNTIL idx-tre > cant-tre
                   MOVE tre-cap(idx-tre) TO cap-reg
                   IF cap-socio = soc-cod
                       MOVE soc-filial TO tre-filial(idx-tre)
                       MOVE soc-nom TO tre-nom(idx-tre)
                   END-IF
               END-PERFORM.

           300-LISTAR-FILIALES.
               OPEN OUTPUT LISTADO.
               MOVE ws-fecha-hoy TO l-fecha.
               WRITE lis-reg FROM lin-titulo.
               MOVE SPACES TO lis-reg.
               WRITE lis-reg.
               WRITE lis-reg FROM lin-encabezado.
               PERFORM VARYING idx-fil FROM 0 BY 1 UNTIL idx-fil > 99
                   MOVE idx-fil TO ws-filial
                   PERFORM 310-LISTAR-FILIAL
               END-PERFORM.
               MOVE SPACES TO lis-reg.
               WRITE lis-reg.
               MOVE tot-suscripto TO l-tot-suscripto.
               MOVE tot-integrado TO l-tot-integrado.
               WRITE lis-reg FROM lin-total.
               MOVE tot-reintegro TO l-tot-reintegro.
               WRITE lis-reg FROM lin-total-reint.

           310-LISTAR-FILIAL.
               MOVE 0 TO cant-fil.
               MOVE 0 TO sub-suscripto.
               MOVE 0 TO sub-integrado.
               MOVE 0 TO sub-reintegro.
               PERFORM VARYING idx-tre FROM 1 BY 1
                       UNTIL idx-tre > cant-tre
                   IF tre-filial(idx-tre) = ws-filial
                       IF cant-fil = 0
                           MOVE SPACES TO lis-reg
                           WRITE lis-reg
                           MOVE ws-filial TO l-filial
                           WRITE lis-reg FROM lin-filial
                       END-IF
                       PERFORM 320-LINEA-SOCIO
                   END-IF
               END-PERFORM.
               IF cant-fil > 0
                   MOVE ws-filial TO l-sub-filial
                   MOVE cant-fil TO l-sub-cant
                   MOVE sub-suscripto TO l-sub-suscripto
                   MOVE sub-integrado TO l-sub-integrado
                   MOVE sub-reintegro TO l-sub-reintegro
                   WRITE lis-reg FROM lin-subtotal
               END-IF.

      *    Acciones integradas: las que el importe integrado cubre
      *    enteras al valor nominal de la suscripcion.
           320-LINEA-SOCIO.
               MOVE tre-cap(idx-tre) TO cap-reg.
               MOVE 0 TO ws-acc-integradas.
               IF cap-valor-accion > 0
                   COMPUTE ws-acc-integradas =
                       cap-integrado / cap-valor-accion
               END-IF.
               MOVE cap-socio TO l-socio.
               MOVE tre-nom(idx-tre) TO l-nom.
               MOVE cap-acciones TO l-acciones.
               MOVE ws-acc-integradas TO l-acc-integradas.
               MOVE cap-suscripto TO l-suscripto.
               MOVE cap-integrado TO l-integrado.
               IF cap-a-reintegrar
                   MOVE "EGRESO" TO l-estado
               ELSE
                   MOVE "VIGENTE" TO l-estado
               END-IF.
               MOVE cap-reintegro TO l-reintegro.
               WRITE lis-reg FROM lin-detalle.
               ADD 1 TO cant-fil.
               ADD 1 TO tot-socios.
               ADD cap-suscripto TO sub-suscripto tot-suscripto.
               ADD cap-integrado TO sub-integrado tot-integrado.
               ADD cap-reintegro TO sub-reintegro tot-reintegro.

      *    El capital integrado entra a la contabilidad por los
      *    movimientos CUOTA-SOCIAL; el saldo de la cuenta de
      *    patrimonio que les asigna el plan de cuentas (haber)
      *    tiene que coincidir con el total integrado del registro.
           500-CONCILIAR-CONTABILIDAD.
               OPEN INPUT PLAN-CUENTAS.
               IF pla-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PLAN-CUENTAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF pla-concepto = "CUOTA-SOCIAL"
                               MOVE pla-cuenta-haber
                                   TO ws-cuenta-capital
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAN-CUENTAS
               END-IF.
               IF ws-cuenta-capital = 0
                   MOVE SPACES TO lis-reg
                   WRITE lis-reg
                   MOVE "SIN CUENTA EN EL PLAN PARA CUOTA-SOCIAL"
                       TO lis-reg
                   WRITE lis-reg
               ELSE
                   OPEN INPUT SALDOS-CUENTAS
                   IF sal-fileStatus = "00"
                       MOVE 1 TO flag-fin
                       PERFORM UNTIL flag-fin = 0
                           READ SALDOS-CUENTAS AT END
                               MOVE 0 TO flag-fin
                           NOT AT END
                               IF sal-cuenta = ws-cuenta-capital
                                   COMPUTE ws-saldo-contable =
                                       0 - sal-saldo
                                   MOVE 0 TO flag-fin
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE SALDOS-CUENTAS
                   END-IF
                   COMPUTE ws-diferencia =
                       tot-integrado - ws-saldo-contable
                   MOVE SPACES TO lis-reg
                   WRITE lis-reg
                   MOVE ws-cuenta-capital TO l-cuenta
                   MOVE ws-saldo-contable TO l-saldo-contable
                   WRITE lis-reg FROM lin-contable
                   MOVE ws-diferencia TO l-diferencia
                   WRITE lis-reg FROM lin-diferencia
               END-IF.

           900-FIN.
               CLOSE LISTADO.
               DISPLAY "Registro generado en "
                   "..\registroCapitalSocial.txt - ", tot-socios,
                   " socios".
               DISPLAY "Capital integrado $", tot-integrado,
                   " - saldo contable $", ws-saldo-contable.
       END PROGRAM REPORTE-CAPITAL-SOCIAL.
