      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUYE-EXCEDENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod.

           SELECT mov-historico ASSIGN TO "..\movHistorico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS movh-clave
               FILE STATUS IS movh-fileStatus.

           SELECT movimientos ASSIGN TO "..\movimientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mov-fileStatus.

           SELECT cuotas-prestamo ASSIGN TO "..\cuotasPrestamo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cup-fileStatus.

           SELECT capital-social ASSIGN TO "..\capitalSocial.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cap-fileStatus.

           SELECT excedentes ASSIGN TO "..\excedentesDistribuidos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS exd-fileStatus.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT reporte ASSIGN TO "..\distribucionExcedentes.txt"
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

      *    Una linea por ejercicio distribuido, para que la corrida
      *    no pueda repetirse sobre el mismo cierre.
       FD  excedentes.
       01  exd-reg.
           03 exd-fecha-cierre pic 9(8).
           03 exd-fecha-proceso pic 9(8).
           03 exd-monto pic 9(9)v99.
           03 exd-socios pic 9(5).
           03 exd-capitaliza pic x.

       FD  auditoria.
       01  aud-reg pic x(180).

       FD  reporte.
       01  rep-linea pic x(132).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  flag-desborde pic 9 value 0.
       01  flag-cancelar pic 9 value 0.
       01  movh-fileStatus pic xx.
       01  mov-fileStatus pic xx.
       01  cup-fileStatus pic xx.
       01  cap-fileStatus pic xx.
       01  exd-fileStatus pic xx.
       01  ws-lock-accion pic x.
       01  ws-lock-prog pic x(20).
       01  ws-lock-resultado pic x.
       01  ws-lock-titular pic x(40).
       01  ws-fecha-proceso pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-fecha-cierre pic 9(8).
       01  ws-fecha-desde pic 9(8).
       01  ws-fecha-mov pic 9(8).
       01  ws-confirma pic x.
       01  ws-saldo-ant pic s9(6)v99.
       01  ws-importe-abs pic 9(7)v99.
       01  aud-fecha-hora pic x(14).
       01  aud-concepto pic x(13).

       01  ws-par-clave pic x(14).
       01  ws-par-fecha pic 9(8).
       01  ws-par-valor pic 9(9)v9999.
       01  ws-par-resultado pic x.

      *    Reglas de la asamblea: monto aprobado, peso de cada rubro
      *    (en % sobre 100) y si el excedente se acredita en cuenta o
      *    se capitaliza en cuotas sociales.
       01  ws-monto-aprobado pic 9(9)v99 value 0.
       01  ws-peso-dep pic 9(3)v99 value 0.
       01  ws-peso-int pic 9(3)v99 value 0.
       01  ws-peso-com pic 9(3)v99 value 0.
       01  ws-peso-total pic 9(4)v99.
       01  ws-capitaliza pic x value "N".
           88 ws-se-capitaliza value "S".
       01  ws-capsoc-valor pic 9(6)v99 value 0.

      *    Actividad del ejercicio por socio activo.
       01  tabla-excedentes.
           03 tex-item occurs 2000 times.
               05 tex-socio pic 9(6).
               05 tex-depositos pic 9(11)v99.
               05 tex-intereses pic 9(11)v99.
               05 tex-comisiones pic 9(11)v99.
               05 tex-puntaje pic 9(3)v9(12).
               05 tex-importe pic s9(9)v99.
       01  cant-tex pic 9(4) value 0.
       01  idx-tex pic 9(4).
       01  idx-mayor pic 9(4) value 0.
       01  ws-socio-buscar pic 9(6).

       01  tabla-capital.
           03 tca-item occurs 2000 times.
               05 tca-reg pic x(84).
       01  cant-tca pic 9(4) value 0.
       01  idx-tca pic 9(4).

       01  tot-depositos pic 9(13)v99 value 0.
       01  tot-intereses pic 9(13)v99 value 0.
       01  tot-comisiones pic 9(13)v99 value 0.
       01  tot-puntaje pic 9(6)v9(12) value 0.
       01  tot-repartido pic s9(11)v99 value 0.
       01  ws-residuo pic s9(9)v99 value 0.

       01  cant-acreditados pic 9(5) value 0.
       01  cant-capitalizados pic 9(5) value 0.
       01  cant-pendientes pic 9(5) value 0.
       01  total-acreditado pic 9(11)v99 value 0.
       01  total-capitalizado pic 9(11)v99 value 0.
       01  total-pendiente pic 9(11)v99 value 0.
       01  total-distribuido pic 9(11)v99 value 0.
       01  ws-diferencia pic s9(11)v99 value 0.

       01  lin-titulo.
           03 filler pic x(20) value spaces.
           03 filler pic x(44) value
               "DISTRIBUCION DE EXCEDENTES - EJERCICIO AL ".
           03 l-cierre pic 9(8).

       01  lin-reglas.
           03 filler pic x(17) value "MONTO APROBADO $ ".
           03 l-monto pic zzz,zzz,zz9.99.
           03 filler pic x(17) value " - PESOS: DEPOS. ".
           03 l-peso-dep pic zz9.99.
           03 filler pic x(7) value "% INT. ".
           03 l-peso-int pic zz9.99.
           03 filler pic x(8) value "% COMIS ".
           03 l-peso-com pic zz9.99.
           03 filler pic x(4) value "% - ".
           03 l-modo pic x(24).

       01  lin-encabezado.
           03 filler pic x(36) value
               " SOCIO   NOMBRE                    ".
           03 filler pic x(45) value
               "     DEPOSITOS     INTERESES   COMISIONES   ".
           03 filler pic x(36) value
               "   EXCEDENTE  DESTINO".

       01  lin-detalle.
           03 l-cod pic zzzzz9.
           03 filler pic x(3) value " - ".
           03 l-nom pic x(20).
           03 filler pic x(2) value spaces.
           03 l-depositos pic zzz,zzz,zz9.99.
           03 l-intereses pic zz,zzz,zz9.99.
           03 l-comisiones pic zz,zzz,zz9.99.
           03 filler pic x(2) value spaces.
           03 l-importe pic zzz,zzz,zz9.99.
           03 filler pic x(2) value spaces.
           03 l-destino pic x(30).

       01  lin-total.
           03 l-tot-texto pic x(40).
           03 l-tot-cant pic zz,zz9.
           03 filler pic x(4) value "  $ ".
           03 l-tot-importe pic -zzz,zzz,zz9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            IF flag-cancelar = 0
               PERFORM 200-CARGAR-SOCIOS
            END-IF.
            IF flag-cancelar = 0
               PERFORM 300-MEDIR-ACTIVIDAD
               PERFORM 400-CALCULAR-PARTICIPACION
            END-IF.
            IF flag-cancelar = 0
               PERFORM 500-CONFIRMAR
            END-IF.
            IF flag-cancelar = 0
               PERFORM 600-ACREDITAR
               PERFORM 800-FIN
            END-IF.
            GOBACK.

           100-INICIO.
               DISPLAY "Distribucion de excedentes del ejercicio".
               DISPLAY "Fecha de cierre del ejercicio (AAAAMMDD):".
               ACCEPT ws-fecha-cierre.
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               IF ws-fecha-cierre < 19000101 OR
                   ws-fecha-cierre > ws-fecha-proceso
                   DISPLAY "Fecha de cierre invalida o ejercicio "
                       "no cerrado todavia - corrida cancelada"
                   MOVE 1 TO flag-cancelar
               ELSE
                   PERFORM 110-CALCULAR-DESDE
                   PERFORM 120-LEER-REGLAS
               END-IF.
               IF flag-cancelar = 0
                   PERFORM 130-VERIFICAR-DISTRIBUIDO
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

      *    El ejercicio son los doce meses que terminan en el cierre.
           110-CALCULAR-DESDE.
               COMPUTE ws-fecha-desde = ws-fecha-cierre - 10000.
               IF ws-fecha-desde(5:4) = "0229"
                   MOVE "0228" TO ws-fecha-desde(5:4)
               END-IF.
               COMPUTE ws-fecha-desde = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-fecha-desde) + 1).

      *    EXCED-MONTO: excedente aprobado por la asamblea.
      *    EXCED-PESO-DEP / -INT / -COM: peso de depositos, intereses
      *    pagados por prestamos y comisiones; deben sumar 100.
      *    EXCED-CAPITAL: 1 = se capitaliza en cuotas sociales.
           120-LEER-REGLAS.
               MOVE ws-fecha-proceso TO ws-par-fecha.
               MOVE "EXCED-MONTO" TO ws-par-clave.
               PERFORM 125-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-monto-aprobado
               END-IF.
               MOVE "EXCED-PESO-DEP" TO ws-par-clave.
               PERFORM 125-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-peso-dep
               END-IF.
               MOVE "EXCED-PESO-INT" TO ws-par-clave.
               PERFORM 125-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-peso-int
               END-IF.
               MOVE "EXCED-PESO-COM" TO ws-par-clave.
               PERFORM 125-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-peso-com
               END-IF.
               MOVE "EXCED-CAPITAL" TO ws-par-clave.
               PERFORM 125-LEER-PARAMETRO.
               IF ws-par-resultado = "O" AND ws-par-valor = 1
                   MOVE "S" TO ws-capitaliza
               END-IF.
               MOVE "CAPSOC-VALOR" TO ws-par-clave.
               PERFORM 125-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-capsoc-valor
               END-IF.
               COMPUTE ws-peso-total = ws-peso-dep + ws-peso-int +
                   ws-peso-com.
               IF ws-monto-aprobado = 0
                   DISPLAY "No hay excedente aprobado (EXCED-MONTO) - "
                       "corrida cancelada"
                   MOVE 1 TO flag-cancelar
               END-IF.
               IF ws-peso-total NOT = 100
                   DISPLAY "Los pesos EXCED-PESO-DEP/INT/COM suman ",
                       ws-peso-total, " y deben sumar 100 - "
                       "corrida cancelada"
                   MOVE 1 TO flag-cancelar
               END-IF.

           125-LEER-PARAMETRO.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.

           130-VERIFICAR-DISTRIBUIDO.
               OPEN INPUT EXCEDENTES.
               IF exd-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ EXCEDENTES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF exd-fecha-cierre = ws-fecha-cierre
                               DISPLAY "El ejercicio ya fue "
                                   "distribuido el ",
                                   exd-fecha-proceso,
                                   " - corrida cancelada"
                               MOVE 1 TO flag-cancelar
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXCEDENTES
               END-IF.

      *    Solo participan los socios activos al momento del reparto.
           200-CARGAR-SOCIOS.
               OPEN INPUT SOCIOS.
               MOVE 1 TO flag-fin.
               PERFORM UNTIL flag-fin = 0
                   READ SOCIOS NEXT AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       IF soc-activo
                           IF cant-tex < 2000
                               ADD 1 TO cant-tex
                               MOVE soc-cod TO tex-socio(cant-tex)
                               MOVE 0 TO tex-depositos(cant-tex)
                               MOVE 0 TO tex-intereses(cant-tex)
                               MOVE 0 TO tex-comisiones(cant-tex)
                               MOVE 0 TO tex-puntaje(cant-tex)
                               MOVE 0 TO tex-importe(cant-tex)
                           ELSE
                               MOVE 1 TO flag-desborde
                               MOVE 0 TO flag-fin
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM.
               CLOSE SOCIOS.
               IF flag-desborde = 1
                   DISPLAY "Los socios activos exceden la capacidad "
                       "de la tabla (2000) - corrida cancelada"
                   MOVE 1 TO flag-cancelar
               END-IF.

           300-MEDIR-ACTIVIDAD.
               OPEN INPUT MOV-HISTORICO.
               IF movh-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ MOV-HISTORICO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           MOVE movh-socio TO mov-socio
                           MOVE movh-fecha-hora TO mov-fecha-hora
                           MOVE movh-concepto TO mov-concepto
                           MOVE movh-importe TO mov-importe
                           PERFORM 320-ACUMULAR-MOV
                       END-READ
                   END-PERFORM
                   CLOSE MOV-HISTORICO
               END-IF.
               OPEN INPUT MOVIMIENTOS.
               IF mov-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ MOVIMIENTOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           PERFORM 320-ACUMULAR-MOV
                       END-READ
                   END-PERFORM
                   CLOSE MOVIMIENTOS
               END-IF.
               PERFORM 340-INTERESES-PRESTAMOS.

      *    Depositos: creditos de saldo por caja o aprobacion y el
      *    deposito inicial del alta. Comisiones: COM-* y cuota de
      *    mantenimiento cobradas en el ejercicio.
           320-ACUMULAR-MOV.
               MOVE mov-fecha-hora(1:8) TO ws-fecha-mov.
               IF ws-fecha-mov >= ws-fecha-desde AND
                   ws-fecha-mov <= ws-fecha-cierre
                   MOVE mov-socio TO ws-socio-buscar
                   PERFORM 330-UBICAR-SOCIO
                   IF idx-tex > 0
                       EVALUATE TRUE
                           WHEN mov-concepto = "MODIF-SALDO" OR
                               mov-concepto = "APROB-SALDO" OR
                               mov-concepto = "ALTA"
                               IF mov-importe > 0
                                   ADD mov-importe
                                       TO tex-depositos(idx-tex)
                               END-IF
                           WHEN mov-concepto = "CUOTA-MANT" OR
                               mov-concepto(1:4) = "COM-"
                               COMPUTE ws-importe-abs =
                                   0 - mov-importe
                               ADD ws-importe-abs
                                   TO tex-comisiones(idx-tex)
                       END-EVALUATE
                   END-IF
               END-IF.

           330-UBICAR-SOCIO.
               PERFORM VARYING idx-tex FROM 1 BY 1
                       UNTIL idx-tex > cant-tex
                   IF tex-socio(idx-tex) = ws-socio-buscar
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tex > cant-tex
                   MOVE 0 TO idx-tex
               END-IF.

      *    El movimiento de cobro de cuota lleva el total; el interes
      *    pagado sale del cronograma, de las cuotas cobradas con
      *    vencimiento dentro del ejercicio.
           340-INTERESES-PRESTAMOS.
               OPEN INPUT CUOTAS-PRESTAMO.
               IF cup-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUOTAS-PRESTAMO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cup-estado = "C" AND
                               cup-vto >= ws-fecha-desde AND
                               cup-vto <= ws-fecha-cierre
                               MOVE cup-socio TO ws-socio-buscar
                               PERFORM 330-UBICAR-SOCIO
                               IF idx-tex > 0
                                   ADD cup-interes
                                       TO tex-intereses(idx-tex)
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUOTAS-PRESTAMO
               END-IF.

      *    Cada rubro reparte su peso en proporcion a lo operado por
      *    el socio sobre el total del rubro; un rubro sin actividad
      *    no cuenta y su peso se reparte entre los demas. El redondeo
      *    se ajusta contra la participacion mayor para que la suma
      *    sea exactamente el monto aprobado.
           400-CALCULAR-PARTICIPACION.
               PERFORM VARYING idx-tex FROM 1 BY 1
                       UNTIL idx-tex > cant-tex
                   ADD tex-depositos(idx-tex) TO tot-depositos
                   ADD tex-intereses(idx-tex) TO tot-intereses
                   ADD tex-comisiones(idx-tex) TO tot-comisiones
               END-PERFORM.
               PERFORM VARYING idx-tex FROM 1 BY 1
                       UNTIL idx-tex > cant-tex
                   IF tot-depositos > 0
                       COMPUTE tex-puntaje(idx-tex) =
                           tex-puntaje(idx-tex) +
                           tex-depositos(idx-tex) * ws-peso-dep
                           / tot-depositos
                   END-IF
                   IF tot-intereses > 0
                       COMPUTE tex-puntaje(idx-tex) =
                           tex-puntaje(idx-tex) +
                           tex-intereses(idx-tex) * ws-peso-int
                           / tot-intereses
                   END-IF
                   IF tot-comisiones > 0
                       COMPUTE tex-puntaje(idx-tex) =
                           tex-puntaje(idx-tex) +
                           tex-comisiones(idx-tex) * ws-peso-com
                           / tot-comisiones
                   END-IF
                   ADD tex-puntaje(idx-tex) TO tot-puntaje
               END-PERFORM.
               IF tot-puntaje = 0
                   DISPLAY "Ningun socio activo registra actividad en "
                       "el ejercicio - corrida cancelada"
                   MOVE 1 TO flag-cancelar
               ELSE
                   PERFORM 410-REPARTIR
               END-IF.

           410-REPARTIR.
               MOVE 0 TO idx-mayor.
               PERFORM VARYING idx-tex FROM 1 BY 1
                       UNTIL idx-tex > cant-tex
                   COMPUTE tex-importe(idx-tex) ROUNDED =
                       ws-monto-aprobado * tex-puntaje(idx-tex)
                       / tot-puntaje
                   ADD tex-importe(idx-tex) TO tot-repartido
                   IF idx-mayor = 0
                       MOVE idx-tex TO idx-mayor
                   ELSE
                       IF tex-importe(idx-tex) > tex-importe(idx-mayor)
                           MOVE idx-tex TO idx-mayor
                       END-IF
                   END-IF
               END-PERFORM.
               COMPUTE ws-residuo = ws-monto-aprobado - tot-repartido.
               IF ws-residuo NOT = 0
                   ADD ws-residuo TO tex-importe(idx-mayor)
                   ADD ws-residuo TO tot-repartido
               END-IF.

           500-CONFIRMAR.
               DISPLAY "Ejercicio ", ws-fecha-desde, " al ",
                   ws-fecha-cierre.
               DISPLAY "Monto a distribuir: $", ws-monto-aprobado.
               IF ws-se-capitaliza
                   DISPLAY "Destino: capitalizacion en cuotas sociales"
               ELSE
                   DISPLAY "Destino: acreditacion en cuenta"
               END-IF.
               DISPLAY "Confirma la distribucion? (S/N):".
               ACCEPT ws-confirma.
               IF ws-confirma NOT = "S" AND ws-confirma NOT = "s"
                   DISPLAY "Distribucion no confirmada - sin cambios"
                   MOVE 1 TO flag-cancelar
               END-IF.
               IF flag-cancelar = 0 AND ws-se-capitaliza
                   PERFORM 510-CARGAR-CAPITAL
               END-IF.

           510-CARGAR-CAPITAL.
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
               IF flag-desborde = 1
                   DISPLAY "capitalSocial.txt excede la capacidad de "
                       "la tabla (2000) - corrida cancelada para no "
                       "perder registros de capital"
                   MOVE 1 TO flag-cancelar
               END-IF.

           600-ACREDITAR.
               PERFORM 610-TOMAR-LOCK.
               OPEN I-O SOCIOS.
               OPEN EXTEND AUDITORIA.
               OPEN EXTEND MOVIMIENTOS.
               IF mov-fileStatus NOT = "00"
                   OPEN OUTPUT MOVIMIENTOS
               END-IF.
               OPEN OUTPUT REPORTE.
               PERFORM 620-ENCABEZADO-REPORTE.
               PERFORM VARYING idx-tex FROM 1 BY 1
                       UNTIL idx-tex > cant-tex
                   IF tex-importe(idx-tex) > 0
                       PERFORM 650-ACREDITAR-SOCIO
                   END-IF
               END-PERFORM.
               IF ws-se-capitaliza
                   PERFORM 700-REGRABAR-CAPITAL
               END-IF.

           610-TOMAR-LOCK.
               MOVE "T" TO ws-lock-accion.
               MOVE "DISTRIB-EXCEDENTES" TO ws-lock-prog.
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

           620-ENCABEZADO-REPORTE.
               MOVE ws-fecha-cierre TO l-cierre.
               WRITE rep-linea FROM lin-titulo.
               MOVE SPACES TO rep-linea.
               WRITE rep-linea.
               MOVE ws-monto-aprobado TO l-monto.
               MOVE ws-peso-dep TO l-peso-dep.
               MOVE ws-peso-int TO l-peso-int.
               MOVE ws-peso-com TO l-peso-com.
               IF ws-se-capitaliza
                   MOVE "SE CAPITALIZA" TO l-modo
               ELSE
                   MOVE "SE ACREDITA EN CUENTA" TO l-modo
               END-IF.
               WRITE rep-linea FROM lin-reglas.
               MOVE SPACES TO rep-linea.
               WRITE rep-linea.
               WRITE rep-linea FROM lin-encabezado.

      *    Acreditado en cuenta: credito EXCEDENTE. Capitalizado: el
      *    credito EXCEDENTE y el debito CUOTA-SOCIAL que lo integra
      *    al capital, asi CONTABILIZA pasa el importe de la cuenta
      *    de excedentes al capital social. Si el credito dejaria el
      *    saldo por encima del maximo queda pendiente en el reporte.
           650-ACREDITAR-SOCIO.
               MOVE tex-socio(idx-tex) TO soc-cod.
               READ SOCIOS INVALID KEY
                   MOVE SPACES TO soc-nom
                   MOVE "PENDIENTE - SOCIO INEXISTENTE" TO l-destino
                   PERFORM 690-PENDIENTE
               NOT INVALID KEY
                   IF ws-se-capitaliza
                       PERFORM 660-CAPITALIZAR
                   ELSE
                       IF (soc-saldo + tex-importe(idx-tex))
                           > 999999.99
                           MOVE "PENDIENTE - EXCEDE SALDO MAXIMO"
                               TO l-destino
                           PERFORM 690-PENDIENTE
                       ELSE
                           MOVE soc-saldo TO ws-saldo-ant
                           ADD tex-importe(idx-tex) TO soc-saldo
                           IF soc-saldo >= 0
                               MOVE 0 TO soc-fecha-rojo
                           END-IF
                           REWRITE soc-reg
                           MOVE "EXCEDENTE" TO aud-concepto
                           MOVE tex-importe(idx-tex) TO mov-importe
                           PERFORM 680-GRABAR-AUDITORIA-MOV
                           MOVE "ACREDITADO EN CUENTA" TO l-destino
                           ADD 1 TO cant-acreditados
                           ADD tex-importe(idx-tex) TO total-acreditado
                       END-IF
                   END-IF
               END-READ.
               PERFORM 695-LINEA-REPORTE.

           660-CAPITALIZAR.
               MOVE soc-saldo TO ws-saldo-ant.
               ADD tex-importe(idx-tex) TO soc-saldo.
               MOVE "EXCEDENTE" TO aud-concepto.
               MOVE tex-importe(idx-tex) TO mov-importe.
               PERFORM 680-GRABAR-AUDITORIA-MOV.
               MOVE soc-saldo TO ws-saldo-ant.
               SUBTRACT tex-importe(idx-tex) FROM soc-saldo.
               MOVE "CUOTA-SOCIAL" TO aud-concepto.
               COMPUTE mov-importe = 0 - tex-importe(idx-tex).
               PERFORM 680-GRABAR-AUDITORIA-MOV.
               PERFORM 670-SUMAR-AL-CAPITAL.
               MOVE "CAPITALIZADO EN CUOTAS SOCIALES" TO l-destino.
               ADD 1 TO cant-capitalizados.
               ADD tex-importe(idx-tex) TO total-capitalizado.

      *    El excedente capitalizado se suma a lo suscripto y a lo
      *    integrado del registro vigente; si el socio no tiene
      *    capital se le abre uno ya integrado.
           670-SUMAR-AL-CAPITAL.
               PERFORM VARYING idx-tca FROM 1 BY 1
                       UNTIL idx-tca > cant-tca
                   MOVE tca-reg(idx-tca) TO cap-reg
                   IF cap-socio = soc-cod AND cap-vigente
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tca > cant-tca
                   IF cant-tca < 2000
                       ADD 1 TO cant-tca
                       MOVE cant-tca TO idx-tca
                       MOVE soc-cod TO cap-socio
                       MOVE 0 TO cap-acciones
                       MOVE ws-capsoc-valor TO cap-valor-accion
                       MOVE 0 TO cap-suscripto
                       MOVE 0 TO cap-integrado
                       MOVE 0 TO cap-plan-cuotas
                       MOVE 0 TO cap-plan-importe
                       MOVE 0 TO cap-plan-pagas
                       MOVE ws-fecha-proceso(1:6) TO cap-ultimo-periodo
                       MOVE ws-fecha-proceso TO cap-fecha-suscripcion
                       MOVE "V" TO cap-estado
                       MOVE 0 TO cap-reintegro
                       MOVE 0 TO cap-fecha-baja
                   ELSE
                       DISPLAY "Tabla de capital llena - socio ",
                           soc-cod, " sin registro de capital"
                       MOVE 0 TO idx-tca
                   END-IF
               END-IF.
               IF idx-tca > 0
                   ADD tex-importe(idx-tex) TO cap-suscripto
                   ADD tex-importe(idx-tex) TO cap-integrado
                   MOVE cap-reg TO tca-reg(idx-tca)
               END-IF.

           680-GRABAR-AUDITORIA-MOV.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-reg.
               STRING aud-fecha-hora    DELIMITED BY SIZE
                      " | OPER: EXCED-BATCH | SOCIO "
                                        DELIMITED BY SIZE
                      soc-cod           DELIMITED BY SIZE
                      " | "             DELIMITED BY SIZE
                      aud-concepto      DELIMITED BY SIZE
                      " | ANTES: "      DELIMITED BY SIZE
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
               MOVE "EXCED-BAT" TO mov-operador.
               MOVE aud-concepto TO mov-concepto.
               MOVE soc-saldo TO mov-saldo-result.
               MOVE 0 TO mov-dni-operante.
               MOVE soc-filial TO mov-filial-oper.
               MOVE soc-filial TO mov-filial-socio.
               WRITE mov-reg.

           690-PENDIENTE.
               ADD 1 TO cant-pendientes.
               ADD tex-importe(idx-tex) TO total-pendiente.

           695-LINEA-REPORTE.
               MOVE tex-socio(idx-tex) TO l-cod.
               MOVE soc-nom TO l-nom.
               MOVE tex-depositos(idx-tex) TO l-depositos.
               MOVE tex-intereses(idx-tex) TO l-intereses.
               MOVE tex-comisiones(idx-tex) TO l-comisiones.
               MOVE tex-importe(idx-tex) TO l-importe.
               WRITE rep-linea FROM lin-detalle.

           700-REGRABAR-CAPITAL.
               OPEN OUTPUT CAPITAL-SOCIAL.
               PERFORM VARYING idx-tca FROM 1 BY 1
                       UNTIL idx-tca > cant-tca
                   MOVE tca-reg(idx-tca) TO cap-reg
                   WRITE cap-reg
               END-PERFORM.
               CLOSE CAPITAL-SOCIAL.

      *    Totales de control: acreditado + capitalizado + pendiente
      *    tiene que dar el monto aprobado.
           800-FIN.
               COMPUTE total-distribuido = total-acreditado +
                   total-capitalizado + total-pendiente.
               COMPUTE ws-diferencia = ws-monto-aprobado -
                   total-distribuido.
               MOVE SPACES TO rep-linea.
               WRITE rep-linea.
               MOVE "TOTAL ACREDITADO EN CUENTA" TO l-tot-texto.
               MOVE cant-acreditados TO l-tot-cant.
               MOVE total-acreditado TO l-tot-importe.
               WRITE rep-linea FROM lin-total.
               MOVE "TOTAL CAPITALIZADO" TO l-tot-texto.
               MOVE cant-capitalizados TO l-tot-cant.
               MOVE total-capitalizado TO l-tot-importe.
               WRITE rep-linea FROM lin-total.
               MOVE "TOTAL PENDIENTE DE ACREDITAR" TO l-tot-texto.
               MOVE cant-pendientes TO l-tot-cant.
               MOVE total-pendiente TO l-tot-importe.
               WRITE rep-linea FROM lin-total.
               MOVE "TOTAL DISTRIBUIDO" TO l-tot-texto.
               COMPUTE l-tot-cant = cant-acreditados +
                   cant-capitalizados + cant-pendientes.
               MOVE total-distribuido TO l-tot-importe.
               WRITE rep-linea FROM lin-total.
               MOVE "MONTO APROBADO POR LA ASAMBLEA" TO l-tot-texto.
               MOVE 0 TO l-tot-cant.
               MOVE ws-monto-aprobado TO l-tot-importe.
               WRITE rep-linea FROM lin-total.
               MOVE "DIFERENCIA" TO l-tot-texto.
               MOVE ws-diferencia TO l-tot-importe.
               WRITE rep-linea FROM lin-total.
               CLOSE SOCIOS.
               CLOSE AUDITORIA.
               CLOSE MOVIMIENTOS.
               CLOSE REPORTE.
               MOVE ws-fecha-cierre TO exd-fecha-cierre.
               MOVE ws-fecha-proceso TO exd-fecha-proceso.
               MOVE ws-monto-aprobado TO exd-monto.
               COMPUTE exd-socios = cant-acreditados +
                   cant-capitalizados + cant-pendientes.
               MOVE ws-capitaliza TO exd-capitaliza.
               OPEN EXTEND EXCEDENTES.
               IF exd-fileStatus NOT = "00"
                   OPEN OUTPUT EXCEDENTES
               END-IF.
               WRITE exd-reg.
               CLOSE EXCEDENTES.
               MOVE "L" TO ws-lock-accion.
               CALL "LOCK-SOCIOS" USING ws-lock-accion,
                   ws-lock-prog, ws-lock-resultado, ws-lock-titular
                   ON EXCEPTION
                       CONTINUE
               END-CALL.
               DISPLAY "********** TOTALES DE CONTROL **********".
               DISPLAY "Monto aprobado:    $", ws-monto-aprobado.
               DISPLAY "Acreditado:        $", total-acreditado,
                   " (", cant-acreditados, " socios)".
               DISPLAY "Capitalizado:      $", total-capitalizado,
                   " (", cant-capitalizados, " socios)".
               DISPLAY "Pendiente:         $", total-pendiente,
                   " (", cant-pendientes, " socios)".
               DISPLAY "Diferencia:        $", ws-diferencia.
               DISPLAY "Detalle en ..\distribucionExcedentes.txt".
       END PROGRAM DISTRIBUYE-EXCEDENTES.
