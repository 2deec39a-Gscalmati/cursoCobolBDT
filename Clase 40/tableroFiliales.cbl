      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABLERO-FILIALES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT filiales ASSIGN TO "..\filiales.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fil-fileStatus.

           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS soc-cod
               FILE STATUS IS soc-fileStatus.

           SELECT mov-historico ASSIGN TO "..\movHistorico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS movh-clave
               FILE STATUS IS movh-fileStatus.

           SELECT movimientos ASSIGN TO "..\movimientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mov-fileStatus.

           SELECT prestamos ASSIGN TO "..\prestamos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pre-fileStatus.

           SELECT cuotas-prestamo ASSIGN TO "..\cuotasPrestamo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cup-fileStatus.

           SELECT plazos-fijos ASSIGN TO "..\plazosFijos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pf-fileStatus.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS aud-fileStatus.

           SELECT kpi-historia ASSIGN TO "..\kpiFiliales.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS kpi-fileStatus.

           SELECT spool-tablero ASSIGN TO ws-nombre-spool
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT catalogo ASSIGN TO "..\catalogoReportes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cat-fileStatus.

       DATA DIVISION.
       FILE SECTION.
      *    Maestro de filiales: nombre y region a la que reporta.
       FD  filiales.
       01  fil-reg.
           03 fil-nro pic 99.
           03 fil-nombre pic x(20).
           03 fil-region pic x(15).

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

       FD  plazos-fijos.
       01  pf-reg.
           03 pf-socio pic 9(6).
           03 pf-capital pic 9(6)v99.
           03 pf-tasa pic 99v9999.
           03 pf-fecha-inicio pic 9(8).
           03 pf-fecha-vto pic 9(8).
           03 pf-estado pic x.
               88 pf-vigente value "V".
           03 pf-instruccion pic x.

       FD  auditoria.
       01  aud-linea pic x(180).

      *    Historia de indicadores: un registro por filial y mes; si
      *    el mes se vuelve a correr, vale el ultimo registro.
       FD  kpi-historia.
       01  kpi-reg.
           03 kpi-periodo pic 9(6).
           03 kpi-filial pic 99.
           03 kpi-fecha-gen pic 9(8).
           03 kpi-activos pic 9(7).
           03 kpi-altas pic 9(7).
           03 kpi-bajas pic 9(7).
           03 kpi-saldo pic s9(11)v99.
           03 kpi-depositos pic 9(11)v99.
           03 kpi-extracciones pic 9(11)v99.
           03 kpi-cartera pic 9(11)v99.
           03 kpi-mora pic 9(11)v99.
           03 kpi-pct-mora pic 9(3)v99.
           03 kpi-pf-cant pic 9(7).
           03 kpi-pf-capital pic 9(11)v99.
           03 kpi-comisiones pic 9(11)v99.

       FD  spool-tablero.
       01  spt-linea pic x(132).

       FD  catalogo.
       01  cat-reg.
           03 cat-fecha-hora pic x(14).
           03 cat-programa pic x(20).
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  fil-fileStatus pic xx.
       01  soc-fileStatus pic xx.
       01  movh-fileStatus pic xx.
       01  mov-fileStatus pic xx.
       01  pre-fileStatus pic xx.
       01  cup-fileStatus pic xx.
       01  pf-fileStatus pic xx.
       01  aud-fileStatus pic xx.
       01  kpi-fileStatus pic xx.
       01  cat-fileStatus pic xx.
       01  ws-nombre-spool pic x(40).
       01  ws-ts-spool pic x(14).
       01  ws-periodo pic 9(6).
       01  ws-periodo-ant pic 9(6).
       01  ws-fecha-aux pic 9(8).
       01  ws-fecha-corte pic 9(8).
       01  ws-fecha-hoy pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-anio pic 9(4).
       01  ws-mes pic 99.
       01  ws-filial pic 99.
       01  ws-socio pic 9(6).
       01  ws-importe-abs pic 9(9)v99.
       01  ws-variacion pic s9(11)v99.
       01  ws-porcentaje pic s9(5)v9.
       01  ws-posicion pic 999.
       01  ws-region pic x(15).
       01  flag-desborde pic 9 value 0.
       01  cant-filiales pic 999 value 0.
       01  cant-paginas pic 9(4) value 0.
       01  idx-fil pic 999.
       01  idx-otra pic 999.
       01  idx-ind pic 99.
       01  idx-soc pic 9(4).
       01  idx-reg pic 99.
       01  idx-tpr pic 9(4).

       01  u-fecha pic x(14).
       01  u-oper pic x(20).
       01  u-socio pic x(12).
       01  u-op pic x(13).

      *    Socio -> filial, del maestro (incluye los dados de baja).
       01  tabla-socios-fil.
           03 tsf-item occurs 5000 times.
               05 tsf-socio pic 9(6).
               05 tsf-filial pic 99.
       01  cant-tsf pic 9(4) value 0.

      *    Prestamos vigentes y si tienen alguna cuota vencida impaga
      *    a la fecha de corte.
       01  tabla-prestamos.
           03 tpr-item occurs 3000 times.
               05 tpr-nro pic 9(5).
               05 tpr-filial pic 99.
               05 tpr-saldo pic 9(9)v99.
               05 tpr-mora pic 9.
       01  cant-tpr pic 9(4) value 0.

      *    Indicadores: 1 socios activos, 2 altas, 3 bajas, 4 saldo
      *    de cuentas, 5 depositos, 6 extracciones, 7 cartera de
      *    prestamos, 8 cartera en mora, 9 % de mora, 10 plazos fijos
      *    vigentes, 11 capital en plazos fijos, 12 comisiones.
       01  tabla-nombres.
           03 filler pic x(30) value "SOCIOS ACTIVOS".
           03 filler pic x(30) value "ALTAS DEL MES".
           03 filler pic x(30) value "BAJAS DEL MES".
           03 filler pic x(30) value "SALDO TOTAL DE CUENTAS".
           03 filler pic x(30) value "DEPOSITOS DEL MES".
           03 filler pic x(30) value "EXTRACCIONES DEL MES".
           03 filler pic x(30) value "CARTERA DE PRESTAMOS".
           03 filler pic x(30) value "CARTERA EN MORA".
           03 filler pic x(30) value "% DE MORA".
           03 filler pic x(30) value "PLAZOS FIJOS VIGENTES (CANT.)".
           03 filler pic x(30) value "CAPITAL EN PLAZOS FIJOS".
           03 filler pic x(30) value "COMISIONES COBRADAS".
       01  tabla-nombres-r redefines tabla-nombres.
           03 tno-nombre pic x(30) occurs 12 times.

      *    Por filial (nro + 1): mes actual, mes anterior tomado de la
      *    historia y posicion en el ranking.
       01  tabla-filiales.
           03 tfi-item occurs 100 times.
               05 tfi-en-uso pic 9.
               05 tfi-nombre pic x(20).
               05 tfi-region pic x(15).
               05 tfi-con-ant pic 9.
               05 tfi-act pic s9(11)v99 occurs 12 times.
               05 tfi-ant pic s9(11)v99 occurs 12 times.
               05 tfi-rank-saldo pic 999.
               05 tfi-rank-cartera pic 999.
               05 tfi-rank-mora pic 999.

      *    Mismos indicadores sumados por region; la ultima entrada
      *    usada es el total de la cooperativa. Se compara contra el
      *    mes anterior solo si todas sus filiales tienen historia.
       01  tabla-regiones.
           03 trg-item occurs 21 times.
               05 trg-region pic x(15).
               05 trg-con-ant pic 9.
               05 trg-act pic s9(11)v99 occurs 12 times.
               05 trg-ant pic s9(11)v99 occurs 12 times.
       01  cant-regiones pic 99 value 0.

      *    Bloque que se imprime: filial, region o cooperativa.
       01  ws-bloque.
           03 blq-con-ant pic 9.
           03 blq-act pic s9(11)v99 occurs 12 times.
           03 blq-ant pic s9(11)v99 occurs 12 times.

       01  lin-titulo.
           03 filler pic x(38) value
               "TABLERO DE GESTION POR FILIAL - MES ".
           03 l-tit-periodo pic 9(6).
           03 filler pic x(17) value " - CORTE AL ".
           03 l-tit-corte pic 9(8).
           03 filler pic x(10) value "   PAGINA ".
           03 l-tit-pagina pic zzz9.

       01  lin-cabecera.
           03 l-cab-texto pic x(7).
           03 l-cab-filial pic z9.
           03 filler pic x(3) value spaces.
           03 l-cab-nombre pic x(20).
           03 filler pic x(9) value " REGION ".
           03 l-cab-region pic x(15).

       01  lin-enc-indicadores.
           03 filler pic x(31) value "INDICADOR".
           03 filler pic x(20) value "          MES ACTUAL".
           03 filler pic x(20) value "        MES ANTERIOR".
           03 filler pic x(20) value "           VARIACION".
           03 filler pic x(10) value "    VAR. %".

       01  lin-ind-importe.
           03 l-imp-nombre pic x(30).
           03 filler pic x value space.
           03 l-imp-act pic -zzz,zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-imp-ant pic -zzz,zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-imp-var pic -zzz,zzz,zzz,zz9.99.
           03 filler pic x(2) value spaces.
           03 l-imp-pct pic -zzz9.9.

       01  lin-ind-cant.
           03 l-cant-nombre pic x(30).
           03 filler pic x(5) value spaces.
           03 l-cant-act pic -zzz,zzz,zz9.
           03 filler pic x(8) value spaces.
           03 l-cant-ant pic -zzz,zzz,zz9.
           03 filler pic x(8) value spaces.
           03 l-cant-var pic -zzz,zzz,zz9.
           03 filler pic x(5) value spaces.
           03 l-cant-pct pic -zzz9.9.

       01  lin-sin-anterior.
           03 filler pic x(30) value
               "  (SIN DATOS DEL MES ANTERIOR ".
           03 filler pic x(30) value
               "EN LA HISTORIA DE INDICADORES)".

       01  lin-ranking-filial.
           03 filler pic x(24) value "POSICION EN EL RANKING: ".
           03 l-rf-saldo pic zz9.
           03 filler pic x(10) value " EN SALDO,".
           03 l-rf-cartera pic zz9.
           03 filler pic x(12) value " EN CARTERA,".
           03 l-rf-mora pic zz9.
           03 filler pic x(12) value " EN MORA (DE".
           03 l-rf-total pic zz9.
           03 filler pic x(10) value " FILIALES)".

       01  lin-enc-ranking.
           03 filler pic x(36) value
               "POS  FILIAL                  REGION".
           03 filler pic x(20) value "               SALDO".
           03 filler pic x(20) value "             CARTERA".
           03 filler pic x(9) value "  % MORA".
           03 filler pic x(30) value
               "   POS.CARTERA  POS.MORA".

       01  lin-ranking.
           03 l-rk-pos pic zz9.
           03 filler pic x(2) value spaces.
           03 l-rk-filial pic z9.
           03 filler pic x value space.
           03 l-rk-nombre pic x(20).
           03 filler pic x value space.
           03 l-rk-region pic x(15).
           03 l-rk-saldo pic -zzz,zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-rk-cartera pic -zzz,zzz,zzz,zz9.99.
           03 filler pic x(2) value spaces.
           03 l-rk-pct pic zz9.99.
           03 filler pic x(8) value spaces.
           03 l-rk-pos-cartera pic zz9.
           03 filler pic x(7) value spaces.
           03 l-rk-pos-mora pic zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 150-CARGAR-FILIALES.
            PERFORM 200-LEER-SOCIOS.
            IF flag-desborde = 1
               DISPLAY "socios.dat excede la capacidad de la tabla - "
                   "el tablero no se emite"
            ELSE
               PERFORM 250-LEER-MOVIMIENTOS
               PERFORM 300-LEER-BAJAS
               PERFORM 350-LEER-CARTERA
               IF flag-desborde = 1
                   DISPLAY "prestamos.txt excede la capacidad de la "
                       "tabla - el tablero no se emite"
               ELSE
                   PERFORM 400-LEER-PLAZOS-FIJOS
                   PERFORM 450-LEER-HISTORIA
                   PERFORM 500-CALCULAR
                   PERFORM 600-IMPRIMIR
                   PERFORM 800-GRABAR-HISTORIA
                   PERFORM 900-FIN
               END-IF
            END-IF.
            STOP RUN.

      *    Por defecto el mes del ultimo dia de negocio cerrado. Los
      *    saldos, la cartera y los plazos fijos se toman tal como
      *    estan al correr: el tablero se corre al cierre del mes.
           100-INICIO.
               DISPLAY "Tablero de gestion por filial".
               DISPLAY "Mes a informar (AAAAMM, 0 = mes del ultimo "
                   "dia cerrado):".
               ACCEPT ws-periodo.
               MOVE 0 TO ws-fecha-hoy.
               MOVE "V" TO ws-fn-accion.
               CALL "FECHA-NEGOCIO" USING ws-fn-accion,
                   ws-fecha-hoy, ws-fn-estado, ws-fn-ultimo,
                   ws-fn-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-fn-resultado
               END-CALL.
               IF ws-fn-resultado = "N" OR ws-fecha-hoy = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO ws-fecha-hoy
               END-IF.
               IF ws-periodo = 0
                   MOVE ws-fecha-hoy(1:6) TO ws-periodo
               END-IF.
               MOVE ws-periodo(1:4) TO ws-anio.
               MOVE ws-periodo(5:2) TO ws-mes.
               IF ws-mes = 1
                   COMPUTE ws-periodo-ant = (ws-anio - 1) * 100 + 12
               ELSE
                   COMPUTE ws-periodo-ant = ws-periodo - 1
               END-IF.
      *    Corte: fin del mes, o el dia de negocio si el mes sigue
      *    abierto.
               IF ws-mes = 12
                   COMPUTE ws-fecha-aux = (ws-anio + 1) * 10000 + 101
               ELSE
                   COMPUTE ws-fecha-aux = ws-periodo * 100 + 101
               END-IF.
               COMPUTE ws-fecha-corte = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-fecha-aux) - 1).
               IF ws-fecha-corte > ws-fecha-hoy
                   MOVE ws-fecha-hoy TO ws-fecha-corte
               END-IF.

      *    Filiales sin registro en el maestro salen igual, sin
      *    nombre y en la region "SIN REGION".
           150-CARGAR-FILIALES.
               PERFORM VARYING idx-fil FROM 1 BY 1 UNTIL idx-fil > 100
                   MOVE 0 TO tfi-en-uso(idx-fil)
                   MOVE SPACES TO tfi-nombre(idx-fil)
                   MOVE "SIN REGION" TO tfi-region(idx-fil)
                   MOVE 0 TO tfi-con-ant(idx-fil)
                   PERFORM VARYING idx-ind FROM 1 BY 1
                           UNTIL idx-ind > 12
                       MOVE 0 TO tfi-act(idx-fil, idx-ind)
                       MOVE 0 TO tfi-ant(idx-fil, idx-ind)
                   END-PERFORM
               END-PERFORM.
               OPEN INPUT FILIALES.
               IF fil-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ FILIALES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF fil-nro IS NUMERIC
                               COMPUTE idx-fil = fil-nro + 1
                               MOVE 1 TO tfi-en-uso(idx-fil)
                               MOVE fil-nombre TO tfi-nombre(idx-fil)
                               IF fil-region NOT = SPACES
                                   MOVE fil-region
                                       TO tfi-region(idx-fil)
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FILIALES
               ELSE
                   DISPLAY "Sin filiales.txt - todas las filiales "
                       "van a SIN REGION"
               END-IF.

           200-LEER-SOCIOS.
               OPEN INPUT SOCIOS.
               IF soc-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ SOCIOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           PERFORM 210-ACUMULAR-SOCIO
                       END-READ
                   END-PERFORM
                   CLOSE SOCIOS
               END-IF.

           210-ACUMULAR-SOCIO.
               IF cant-tsf >= 5000
                   MOVE 1 TO flag-desborde
                   MOVE 0 TO flag-fin
               ELSE
                   ADD 1 TO cant-tsf
                   MOVE soc-cod TO tsf-socio(cant-tsf)
                   MOVE soc-filial TO tsf-filial(cant-tsf)
                   COMPUTE idx-fil = soc-filial + 1
                   MOVE 1 TO tfi-en-uso(idx-fil)
                   IF soc-activo
                       ADD 1 TO tfi-act(idx-fil, 1)
                   END-IF
                   IF soc-fecha-alta(1:6) = ws-periodo
                       ADD 1 TO tfi-act(idx-fil, 2)
                   END-IF
                   ADD soc-saldo TO tfi-act(idx-fil, 4)
               END-IF.

      *    Depositos y extracciones de caja del mes (MODIF-SALDO y los
      *    aprobados por supervisor) y comisiones cobradas (COM-).
           250-LEER-MOVIMIENTOS.
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
                           PERFORM 260-ACUMULAR-MOV
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
                           PERFORM 260-ACUMULAR-MOV
                       END-READ
                   END-PERFORM
                   CLOSE MOVIMIENTOS
               END-IF.

           260-ACUMULAR-MOV.
               IF mov-fecha-hora(1:6) = ws-periodo
                   MOVE mov-socio TO ws-socio
                   PERFORM 270-FILIAL-DEL-SOCIO
                   IF mov-importe < 0
                       COMPUTE ws-importe-abs = 0 - mov-importe
                   ELSE
                       MOVE mov-importe TO ws-importe-abs
                   END-IF
                   EVALUATE TRUE
                       WHEN mov-concepto = "MODIF-SALDO" OR
                            mov-concepto = "APROB-SALDO"
                           IF mov-importe > 0
                               ADD ws-importe-abs
                                   TO tfi-act(idx-fil, 5)
                           ELSE
                               ADD ws-importe-abs
                                   TO tfi-act(idx-fil, 6)
                           END-IF
                       WHEN mov-concepto(1:4) = "COM-"
                           ADD ws-importe-abs TO tfi-act(idx-fil, 12)
                   END-EVALUATE
               END-IF.

      *    Deja idx-fil en la filial del socio; un socio que no esta
      *    en el maestro va a la central.
           270-FILIAL-DEL-SOCIO.
               MOVE 0 TO ws-filial.
               PERFORM VARYING idx-soc FROM 1 BY 1
                       UNTIL idx-soc > cant-tsf
                   IF tsf-socio(idx-soc) = ws-socio
                       MOVE tsf-filial(idx-soc) TO ws-filial
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               COMPUTE idx-fil = ws-filial + 1.

      *    Las bajas salen del log de auditoria: socios.dat guarda el
      *    estado pero no la fecha de la baja.
           300-LEER-BAJAS.
               OPEN INPUT AUDITORIA.
               IF aud-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ AUDITORIA AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           PERFORM 310-PARSEAR-LINEA
                       END-READ
                   END-PERFORM
                   CLOSE AUDITORIA
               END-IF.

           310-PARSEAR-LINEA.
               MOVE SPACES TO u-fecha u-oper u-socio u-op.
               UNSTRING aud-linea DELIMITED BY " | "
                   INTO u-fecha, u-oper, u-socio, u-op.
               IF u-op = "BAJA" AND u-fecha(1:6) = ws-periodo AND
                   u-socio(7:6) IS NUMERIC
                   MOVE u-socio(7:6) TO ws-socio
                   PERFORM 270-FILIAL-DEL-SOCIO
                   ADD 1 TO tfi-act(idx-fil, 3)
               END-IF.

      *    Cartera: capital pendiente de los prestamos vigentes; en
      *    mora, el de los que tienen alguna cuota vencida impaga al
      *    corte.
           350-LEER-CARTERA.
               OPEN INPUT PRESTAMOS.
               IF pre-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PRESTAMOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF pre-estado = "A"
                               PERFORM 355-CARGAR-PRESTAMO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRESTAMOS
               END-IF.
               OPEN INPUT CUOTAS-PRESTAMO.
               IF cup-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUOTAS-PRESTAMO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cup-estado = "P" OR cup-estado = "M"
                               PERFORM 360-ACUMULAR-CUOTA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUOTAS-PRESTAMO
               END-IF.
               PERFORM VARYING idx-tpr FROM 1 BY 1
                       UNTIL idx-tpr > cant-tpr
                   COMPUTE idx-fil = tpr-filial(idx-tpr) + 1
                   ADD tpr-saldo(idx-tpr) TO tfi-act(idx-fil, 7)
                   IF tpr-mora(idx-tpr) = 1
                       ADD tpr-saldo(idx-tpr) TO tfi-act(idx-fil, 8)
                   END-IF
               END-PERFORM.

           355-CARGAR-PRESTAMO.
               IF cant-tpr >= 3000
                   MOVE 1 TO flag-desborde
                   MOVE 0 TO flag-fin
               ELSE
                   ADD 1 TO cant-tpr
                   MOVE pre-nro TO tpr-nro(cant-tpr)
                   MOVE pre-socio TO ws-socio
                   PERFORM 270-FILIAL-DEL-SOCIO
                   MOVE ws-filial TO tpr-filial(cant-tpr)
                   MOVE 0 TO tpr-saldo(cant-tpr)
                   MOVE 0 TO tpr-mora(cant-tpr)
               END-IF.

           360-ACUMULAR-CUOTA.
               PERFORM VARYING idx-tpr FROM 1 BY 1
                       UNTIL idx-tpr > cant-tpr
                   IF tpr-nro(idx-tpr) = cup-prestamo
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tpr <= cant-tpr
                   ADD cup-capital TO tpr-saldo(idx-tpr)
                   IF cup-estado = "M" OR cup-vto < ws-fecha-corte
                       MOVE 1 TO tpr-mora(idx-tpr)
                   END-IF
               END-IF.

           400-LEER-PLAZOS-FIJOS.
               OPEN INPUT PLAZOS-FIJOS.
               IF pf-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PLAZOS-FIJOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF pf-vigente
                               MOVE pf-socio TO ws-socio
                               PERFORM 270-FILIAL-DEL-SOCIO
                               ADD 1 TO tfi-act(idx-fil, 10)
                               ADD pf-capital TO tfi-act(idx-fil, 11)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAZOS-FIJOS
               END-IF.

      *    El mes anterior sale de la historia de indicadores; si se
      *    corrio mas de una vez, queda el ultimo registro.
           450-LEER-HISTORIA.
               OPEN INPUT KPI-HISTORIA.
               IF kpi-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ KPI-HISTORIA AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF kpi-periodo = ws-periodo-ant
                               PERFORM 460-CARGAR-ANTERIOR
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE KPI-HISTORIA
               END-IF.

           460-CARGAR-ANTERIOR.
               COMPUTE idx-fil = kpi-filial + 1.
               MOVE 1 TO tfi-con-ant(idx-fil).
               MOVE kpi-activos TO tfi-ant(idx-fil, 1).
               MOVE kpi-altas TO tfi-ant(idx-fil, 2).
               MOVE kpi-bajas TO tfi-ant(idx-fil, 3).
               MOVE kpi-saldo TO tfi-ant(idx-fil, 4).
               MOVE kpi-depositos TO tfi-ant(idx-fil, 5).
               MOVE kpi-extracciones TO tfi-ant(idx-fil, 6).
               MOVE kpi-cartera TO tfi-ant(idx-fil, 7).
               MOVE kpi-mora TO tfi-ant(idx-fil, 8).
               MOVE kpi-pct-mora TO tfi-ant(idx-fil, 9).
               MOVE kpi-pf-cant TO tfi-ant(idx-fil, 10).
               MOVE kpi-pf-capital TO tfi-ant(idx-fil, 11).
               MOVE kpi-comisiones TO tfi-ant(idx-fil, 12).

      *    % de mora por filial, totales por region y de la
      *    cooperativa, y posicion de cada filial en el ranking.
           500-CALCULAR.
               PERFORM VARYING idx-fil FROM 1 BY 1 UNTIL idx-fil > 100
                   IF tfi-en-uso(idx-fil) = 1
                       ADD 1 TO cant-filiales
                       IF tfi-act(idx-fil, 7) > 0
                           COMPUTE tfi-act(idx-fil, 9) ROUNDED =
                               tfi-act(idx-fil, 8) * 100 /
                               tfi-act(idx-fil, 7)
                       END-IF
                       MOVE tfi-region(idx-fil) TO ws-region
                       PERFORM 510-SUMAR-REGION
                       MOVE "~TOTAL" TO ws-region
                       PERFORM 510-SUMAR-REGION
                   END-IF
               END-PERFORM.
               PERFORM VARYING idx-reg FROM 1 BY 1
                       UNTIL idx-reg > cant-regiones
                   MOVE 0 TO trg-act(idx-reg, 9)
                   MOVE 0 TO trg-ant(idx-reg, 9)
                   IF trg-act(idx-reg, 7) > 0
                       COMPUTE trg-act(idx-reg, 9) ROUNDED =
                           trg-act(idx-reg, 8) * 100 /
                           trg-act(idx-reg, 7)
                   END-IF
                   IF trg-ant(idx-reg, 7) > 0
                       COMPUTE trg-ant(idx-reg, 9) ROUNDED =
                           trg-ant(idx-reg, 8) * 100 /
                           trg-ant(idx-reg, 7)
                   END-IF
               END-PERFORM.
               PERFORM VARYING idx-fil FROM 1 BY 1 UNTIL idx-fil > 100
                   IF tfi-en-uso(idx-fil) = 1
                       PERFORM 520-RANKING-FILIAL
                   END-IF
               END-PERFORM.

      *    Las regiones se guardan en orden alfabetico; "~TOTAL"
      *    queda ultima y es el total de la cooperativa.
           510-SUMAR-REGION.
               PERFORM VARYING idx-reg FROM 1 BY 1
                       UNTIL idx-reg > cant-regiones
                   IF trg-region(idx-reg) >= ws-region
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-reg > cant-regiones OR
                   trg-region(idx-reg) NOT = ws-region
                   IF cant-regiones < 21
                       PERFORM VARYING idx-otra FROM cant-regiones
                               BY -1 UNTIL idx-otra < idx-reg
                           MOVE trg-item(idx-otra)
                               TO trg-item(idx-otra + 1)
                       END-PERFORM
                       ADD 1 TO cant-regiones
                       MOVE ws-region TO trg-region(idx-reg)
                       MOVE 1 TO trg-con-ant(idx-reg)
                       PERFORM VARYING idx-ind FROM 1 BY 1
                               UNTIL idx-ind > 12
                           MOVE 0 TO trg-act(idx-reg, idx-ind)
                           MOVE 0 TO trg-ant(idx-reg, idx-ind)
                       END-PERFORM
                   ELSE
                       MOVE 0 TO idx-reg
                   END-IF
               END-IF.
               IF idx-reg > 0
                   IF tfi-con-ant(idx-fil) = 0
                       MOVE 0 TO trg-con-ant(idx-reg)
                   END-IF
                   PERFORM VARYING idx-ind FROM 1 BY 1
                           UNTIL idx-ind > 12
                       ADD tfi-act(idx-fil, idx-ind)
                           TO trg-act(idx-reg, idx-ind)
                       ADD tfi-ant(idx-fil, idx-ind)
                           TO trg-ant(idx-reg, idx-ind)
                   END-PERFORM
               END-IF.

      *    Posicion = 1 + cantidad de filiales mejores: mas saldo,
      *    mas cartera, menos % de mora.
           520-RANKING-FILIAL.
               MOVE 1 TO tfi-rank-saldo(idx-fil).
               MOVE 1 TO tfi-rank-cartera(idx-fil).
               MOVE 1 TO tfi-rank-mora(idx-fil).
               PERFORM VARYING idx-otra FROM 1 BY 1
                       UNTIL idx-otra > 100
                   IF tfi-en-uso(idx-otra) = 1
                       IF tfi-act(idx-otra, 4) > tfi-act(idx-fil, 4)
                           OR (tfi-act(idx-otra, 4) =
                               tfi-act(idx-fil, 4) AND
                               idx-otra < idx-fil)
                           ADD 1 TO tfi-rank-saldo(idx-fil)
                       END-IF
                       IF tfi-act(idx-otra, 7) > tfi-act(idx-fil, 7)
                           OR (tfi-act(idx-otra, 7) =
                               tfi-act(idx-fil, 7) AND
                               idx-otra < idx-fil)
                           ADD 1 TO tfi-rank-cartera(idx-fil)
                       END-IF
                       IF tfi-act(idx-otra, 9) < tfi-act(idx-fil, 9)
                           OR (tfi-act(idx-otra, 9) =
                               tfi-act(idx-fil, 9) AND
                               idx-otra < idx-fil)
                           ADD 1 TO tfi-rank-mora(idx-fil)
                       END-IF
                   END-IF
               END-PERFORM.

      *    Una hoja por filial, una por region, la de la cooperativa
      *    y el ranking, al spool con su entrada en el catalogo.
           600-IMPRIMIR.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
               MOVE SPACES TO ws-nombre-spool.
               STRING "..\spoolTablero_" DELIMITED BY SIZE
                      ws-ts-spool       DELIMITED BY SIZE
                      ".txt"            DELIMITED BY SIZE
                      INTO ws-nombre-spool.
               OPEN OUTPUT SPOOL-TABLERO.
               PERFORM VARYING idx-fil FROM 1 BY 1 UNTIL idx-fil > 100
                   IF tfi-en-uso(idx-fil) = 1
                       PERFORM 610-HOJA-FILIAL
                   END-IF
               END-PERFORM.
               PERFORM VARYING idx-reg FROM 1 BY 1
                       UNTIL idx-reg > cant-regiones
                   PERFORM 620-HOJA-REGION
               END-PERFORM.
               PERFORM 650-HOJA-RANKING.
               CLOSE SPOOL-TABLERO.
               PERFORM 750-CATALOGAR.

           610-HOJA-FILIAL.
               PERFORM 710-ENCABEZADO.
               MOVE "FILIAL" TO l-cab-texto.
               COMPUTE l-cab-filial = idx-fil - 1.
               MOVE tfi-nombre(idx-fil) TO l-cab-nombre.
               MOVE tfi-region(idx-fil) TO l-cab-region.
               WRITE spt-linea FROM lin-cabecera.
               MOVE tfi-con-ant(idx-fil) TO blq-con-ant.
               PERFORM VARYING idx-ind FROM 1 BY 1 UNTIL idx-ind > 12
                   MOVE tfi-act(idx-fil, idx-ind) TO blq-act(idx-ind)
                   MOVE tfi-ant(idx-fil, idx-ind) TO blq-ant(idx-ind)
               END-PERFORM.
               PERFORM 720-BLOQUE-INDICADORES.
               MOVE tfi-rank-saldo(idx-fil) TO l-rf-saldo.
               MOVE tfi-rank-cartera(idx-fil) TO l-rf-cartera.
               MOVE tfi-rank-mora(idx-fil) TO l-rf-mora.
               MOVE cant-filiales TO l-rf-total.
               WRITE spt-linea FROM lin-ranking-filial.

           620-HOJA-REGION.
               PERFORM 710-ENCABEZADO.
               MOVE SPACES TO lin-cabecera.
               IF trg-region(idx-reg) = "~TOTAL"
                   MOVE "TOTAL DE LA COOPERATIVA" TO lin-cabecera
               ELSE
                   MOVE "REGION" TO l-cab-texto
                   MOVE trg-region(idx-reg) TO l-cab-nombre
               END-IF.
               WRITE spt-linea FROM lin-cabecera.
               MOVE trg-con-ant(idx-reg) TO blq-con-ant.
               PERFORM VARYING idx-ind FROM 1 BY 1 UNTIL idx-ind > 12
                   MOVE trg-act(idx-reg, idx-ind) TO blq-act(idx-ind)
                   MOVE trg-ant(idx-reg, idx-ind) TO blq-ant(idx-ind)
               END-PERFORM.
               PERFORM 720-BLOQUE-INDICADORES.

           650-HOJA-RANKING.
               PERFORM 710-ENCABEZADO.
               MOVE "RANKING DE FILIALES POR SALDO DE CUENTAS"
                   TO spt-linea.
               WRITE spt-linea.
               MOVE SPACES TO spt-linea.
               WRITE spt-linea.
               WRITE spt-linea FROM lin-enc-ranking.
               PERFORM VARYING ws-posicion FROM 1 BY 1
                       UNTIL ws-posicion > cant-filiales
                   PERFORM VARYING idx-fil FROM 1 BY 1
                           UNTIL idx-fil > 100
                       IF tfi-en-uso(idx-fil) = 1 AND
                           tfi-rank-saldo(idx-fil) = ws-posicion
                           PERFORM 660-LINEA-RANKING
                       END-IF
                   END-PERFORM
               END-PERFORM.

           660-LINEA-RANKING.
               MOVE ws-posicion TO l-rk-pos.
               COMPUTE l-rk-filial = idx-fil - 1.
               MOVE tfi-nombre(idx-fil) TO l-rk-nombre.
               MOVE tfi-region(idx-fil) TO l-rk-region.
               MOVE tfi-act(idx-fil, 4) TO l-rk-saldo.
               MOVE tfi-act(idx-fil, 7) TO l-rk-cartera.
               MOVE tfi-act(idx-fil, 9) TO l-rk-pct.
               MOVE tfi-rank-cartera(idx-fil) TO l-rk-pos-cartera.
               MOVE tfi-rank-mora(idx-fil) TO l-rk-pos-mora.
               WRITE spt-linea FROM lin-ranking.

           710-ENCABEZADO.
               ADD 1 TO cant-paginas.
               MOVE ws-periodo TO l-tit-periodo.
               MOVE ws-fecha-corte TO l-tit-corte.
               MOVE cant-paginas TO l-tit-pagina.
               IF cant-paginas = 1
                   WRITE spt-linea FROM lin-titulo
               ELSE
                   WRITE spt-linea FROM lin-titulo
                       AFTER ADVANCING PAGE
               END-IF.
               MOVE SPACES TO spt-linea.
               WRITE spt-linea.

      *    Cada indicador contra el mes anterior; el % de mora varia
      *    en puntos y no lleva variacion porcentual.
           720-BLOQUE-INDICADORES.
               MOVE SPACES TO spt-linea.
               WRITE spt-linea.
               WRITE spt-linea FROM lin-enc-indicadores.
               MOVE SPACES TO spt-linea.
               WRITE spt-linea.
               PERFORM VARYING idx-ind FROM 1 BY 1 UNTIL idx-ind > 12
                   PERFORM 730-LINEA-INDICADOR
               END-PERFORM.
               MOVE SPACES TO spt-linea.
               WRITE spt-linea.
               IF blq-con-ant = 0
                   WRITE spt-linea FROM lin-sin-anterior
                   MOVE SPACES TO spt-linea
                   WRITE spt-linea
               END-IF.

           730-LINEA-INDICADOR.
               COMPUTE ws-variacion =
                   blq-act(idx-ind) - blq-ant(idx-ind).
               MOVE 0 TO ws-porcentaje.
               IF blq-ant(idx-ind) NOT = 0 AND idx-ind NOT = 9
                   COMPUTE ws-porcentaje ROUNDED =
                       ws-variacion * 100 / blq-ant(idx-ind)
                       ON SIZE ERROR
                           MOVE 0 TO ws-porcentaje
                   END-COMPUTE
               END-IF.
               IF idx-ind = 1 OR idx-ind = 2 OR idx-ind = 3 OR
                   idx-ind = 10
                   MOVE tno-nombre(idx-ind) TO l-cant-nombre
                   MOVE blq-act(idx-ind) TO l-cant-act
                   MOVE blq-ant(idx-ind) TO l-cant-ant
                   MOVE ws-variacion TO l-cant-var
                   MOVE ws-porcentaje TO l-cant-pct
                   IF blq-con-ant = 0
                       MOVE SPACES TO lin-ind-cant(48:52)
                   END-IF
                   WRITE spt-linea FROM lin-ind-cant
               ELSE
                   MOVE tno-nombre(idx-ind) TO l-imp-nombre
                   MOVE blq-act(idx-ind) TO l-imp-act
                   MOVE blq-ant(idx-ind) TO l-imp-ant
                   MOVE ws-variacion TO l-imp-var
                   MOVE ws-porcentaje TO l-imp-pct
                   IF blq-con-ant = 0
                       MOVE SPACES TO lin-ind-importe(51:49)
                   END-IF
                   IF idx-ind = 9
                       MOVE SPACES TO lin-ind-importe(93:7)
                   END-IF
                   WRITE spt-linea FROM lin-ind-importe
               END-IF.

           750-CATALOGAR.
               OPEN EXTEND CATALOGO.
               IF cat-fileStatus NOT = "00"
                   OPEN OUTPUT CATALOGO
               END-IF.
               MOVE ws-ts-spool TO cat-fecha-hora.
               MOVE "TABLERO-FILIALES" TO cat-programa.
               MOVE ws-nombre-spool TO cat-archivo.
               MOVE cant-paginas TO cat-paginas.
               WRITE cat-reg.
               CLOSE CATALOGO.

      *    Extracto de ancho fijo para la historia de indicadores.
           800-GRABAR-HISTORIA.
               OPEN EXTEND KPI-HISTORIA.
               IF kpi-fileStatus NOT = "00"
                   OPEN OUTPUT KPI-HISTORIA
               END-IF.
               PERFORM VARYING idx-fil FROM 1 BY 1 UNTIL idx-fil > 100
                   IF tfi-en-uso(idx-fil) = 1
                       PERFORM 810-GRABAR-KPI
                   END-IF
               END-PERFORM.
               CLOSE KPI-HISTORIA.

           810-GRABAR-KPI.
               MOVE ws-periodo TO kpi-periodo.
               COMPUTE kpi-filial = idx-fil - 1.
               MOVE FUNCTION CURRENT-DATE(1:8) TO kpi-fecha-gen.
               MOVE tfi-act(idx-fil, 1) TO kpi-activos.
               MOVE tfi-act(idx-fil, 2) TO kpi-altas.
               MOVE tfi-act(idx-fil, 3) TO kpi-bajas.
               MOVE tfi-act(idx-fil, 4) TO kpi-saldo.
               MOVE tfi-act(idx-fil, 5) TO kpi-depositos.
               MOVE tfi-act(idx-fil, 6) TO kpi-extracciones.
               MOVE tfi-act(idx-fil, 7) TO kpi-cartera.
               MOVE tfi-act(idx-fil, 8) TO kpi-mora.
               MOVE tfi-act(idx-fil, 9) TO kpi-pct-mora.
               MOVE tfi-act(idx-fil, 10) TO kpi-pf-cant.
               MOVE tfi-act(idx-fil, 11) TO kpi-pf-capital.
               MOVE tfi-act(idx-fil, 12) TO kpi-comisiones.
               WRITE kpi-reg.

           900-FIN.
               DISPLAY "Tablero del mes ", ws-periodo, " - ",
                   cant-filiales, " filiales en spool ",
                   FUNCTION TRIM(ws-nombre-spool).
               DISPLAY "Historia de indicadores en ..\kpiFiliales.txt".
       END PROGRAM TABLERO-FILIALES.
