      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFO-FISCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS soc-cod
               FILE STATUS IS soc-fileStatus.

           SELECT movimientos ASSIGN TO "..\movimientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mov-fileStatus.

           SELECT mov-historico ASSIGN TO "..\movHistorico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS movh-clave
               FILE STATUS IS movh-fileStatus.

           SELECT remesa ASSIGN TO ws-nombre-remesa
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rem-fileStatus.

           SELECT plazos-fijos ASSIGN TO "..\plazosFijos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pf-fileStatus.

           SELECT cuotas-prestamo ASSIGN TO "..\cuotasPrestamo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cup-fileStatus.

           SELECT extracto ASSIGN TO ws-nombre-extracto
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ext-fileStatus.

           SELECT spool-fiscal ASSIGN TO ws-nombre-spool
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT catalogo ASSIGN TO "..\catalogoReportes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cat-fileStatus.

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

      *    Remesas mensuales de retenciones que deja la liquidacion
      *    de intereses (retenciones<AAAAMM>.txt).
       FD  remesa.
       01  rem-reg.
           03 rem-periodo pic 9(6).
           03 rem-socio pic 9(6).
           03 rem-cuit pic 9(11).
           03 rem-base pic 9(7)v99.
           03 rem-retencion pic 9(7)v99.

       FD  plazos-fijos.
       01  pf-reg.
           03 pf-socio pic 9(6).
           03 pf-capital pic 9(6)v99.
           03 pf-tasa pic 99v9999.
           03 pf-fecha-inicio pic 9(8).
           03 pf-fecha-vto pic 9(8).
           03 pf-estado pic x.
               88 pf-vigente value "V".
               88 pf-pagado value "P".
               88 pf-renovado value "R".
               88 pf-cancelado value "C".
           03 pf-instruccion pic x.

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

      *    Foto de cierre de diciembre del regimen informativo: D
      *    saldo en pesos, U saldo en dolares.
       FD  extracto.
       01  ext-detalle.
           03 ext-det-tipo pic x.
           03 ext-det-socio pic 9(6).
           03 ext-det-dni pic 9(8).
           03 ext-det-saldo pic s9(10)v99.
           03 ext-det-movs-mes pic s9(10)v99.
           03 ext-det-cuit pic 9(11).
           03 filler pic x(3).

       FD  spool-fiscal.
       01  spf-linea pic x(100).

       FD  catalogo.
       01  cat-reg.
           03 cat-fecha-hora pic x(14).
           03 cat-programa pic x(20).
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  soc-fileStatus pic xx.
       01  mov-fileStatus pic xx.
       01  movh-fileStatus pic xx.
       01  rem-fileStatus pic xx.
       01  pf-fileStatus pic xx.
       01  cup-fileStatus pic xx.
       01  ext-fileStatus pic xx.
       01  cat-fileStatus pic xx.
       01  ws-nombre-remesa pic x(32).
       01  ws-nombre-extracto pic x(32).
       01  ws-nombre-spool pic x(40).
       01  ws-ts-spool pic x(14).
       01  ws-anio pic 9(4).
       01  ws-fin-anio pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-mes pic 99.
       01  ws-socio-buscar pic 9(6).
       01  ws-dias-plazo pic 9(5).
       01  ws-interes-pf pic 9(7)v99.
       01  ws-ext-socio pic 9(6).
       01  flag-extracto pic 9 value 0.
       01  flag-saldo pic 9.
       01  flag-saldo-usd pic 9.
       01  flag-imprimir pic 9.
       01  flag-desborde pic 9 value 0.
       01  ws-saldo-fin pic s9(10)v99.
       01  ws-saldo-usd-fin pic s9(10)v99.
       01  cant-paginas pic 9(4) value 0.
       01  cant-remesas pic 99 value 0.

      *    Importes del anio por socio, juntados de cada fuente antes
      *    de recorrer el maestro.
       01  tabla-fiscal.
           03 tfi-item occurs 5000 times.
               05 tfi-socio pic 9(6).
               05 tfi-int-cuenta pic 9(9)v99.
               05 tfi-int-pf pic 9(9)v99.
               05 tfi-retenido pic 9(9)v99.
               05 tfi-int-prestamo pic 9(9)v99.
               05 tfi-cap-prestamo pic 9(9)v99.
               05 tfi-pf-capital pic 9(9)v99.
               05 tfi-pf-cant pic 999.
       01  cant-tfi pic 9(4) value 0.
       01  idx-tfi pic 9(4).

       01  lin-titulo.
           03 filler pic x(40) value
               "INFORMACION PARA DECLARACIONES JURADAS -".
           03 filler pic x(6) value " ANIO ".
           03 l-tit-anio pic 9(4).
           03 filler pic x(10) value spaces.
           03 filler pic x(6) value "SOCIO ".
           03 l-tit-socio pic 9(6).

       01  lin-datos.
           03 l-dat-nombre pic x(20).
           03 filler pic x(7) value "  DNI ".
           03 l-dat-dni pic 9(8).
           03 filler pic x(8) value "  CUIT ".
           03 l-dat-cuit pic 9(11).

       01  lin-importe.
           03 l-imp-concepto pic x(50).
           03 l-imp-moneda pic x(4).
           03 l-imp-importe pic -zzz,zzz,zz9.99.
           03 filler pic x(2) value spaces.
           03 l-imp-nota pic x(25).

       01  lin-sin-dato.
           03 l-sd-concepto pic x(50).
           03 filler pic x(40) value
               "SIN DATO EN EL EXTRACTO DE DICIEMBRE".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-ACUMULAR-INTERESES.
            PERFORM 300-ACUMULAR-RETENCIONES.
            PERFORM 400-ACUMULAR-PLAZOS.
            PERFORM 500-ACUMULAR-PRESTAMOS.
            IF flag-desborde = 1
                DISPLAY "ATENCION: mas de 5000 socios con datos - "
                    "los excedentes salen sin intereses ni prestamos"
            END-IF.
            PERFORM 600-EMITIR.
            PERFORM 750-CATALOGAR.
            PERFORM 900-FIN.
            GOBACK.

      *    Se emite sobre un anio terminado: el 31 de diciembre tiene
      *    que estar cerrado.
           100-INICIO.
               DISPLAY "Informacion anual para declaraciones juradas".
               DISPLAY "Anio a informar (AAAA):".
               ACCEPT ws-anio.
               COMPUTE ws-fin-anio = ws-anio * 10000 + 1231.
               MOVE "V" TO ws-fn-accion.
               CALL "FECHA-NEGOCIO" USING ws-fn-accion,
                   ws-fin-anio, ws-fn-estado, ws-fn-ultimo,
                   ws-fn-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-fn-resultado
               END-CALL.
               IF ws-fn-resultado = "A"
                   DISPLAY "El dia ", ws-fin-anio, " no esta cerrado "
                       "(ultimo cierre ", ws-fn-ultimo,
                       ") - corrida cancelada"
                   GOBACK
               END-IF.
               MOVE SPACES TO ws-nombre-extracto.
               STRING "..\extractoRegulador" DELIMITED BY SIZE
                      ws-anio                DELIMITED BY SIZE
                      "12.txt"               DELIMITED BY SIZE
                      INTO ws-nombre-extracto.

      *    Intereses de caja de ahorro: los movimientos INTERES del
      *    anio, en el historial y en el diario aun no cargado.
           200-ACUMULAR-INTERESES.
               OPEN INPUT MOV-HISTORICO.
               IF movh-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ MOV-HISTORICO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF movh-concepto = "INTERES" AND
                               movh-fecha-hora(1:4) = ws-anio
                               MOVE movh-socio TO ws-socio-buscar
                               PERFORM 800-UBICAR-SOCIO
                               IF idx-tfi > 0
                                   ADD movh-importe
                                       TO tfi-int-cuenta(idx-tfi)
                               END-IF
                           END-IF
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
                           IF mov-concepto = "INTERES" AND
                               mov-fecha-hora(1:4) = ws-anio
                               MOVE mov-socio TO ws-socio-buscar
                               PERFORM 800-UBICAR-SOCIO
                               IF idx-tfi > 0
                                   ADD mov-importe
                                       TO tfi-int-cuenta(idx-tfi)
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOVIMIENTOS
               END-IF.

      *    Retenciones practicadas: las doce remesas del anio.
           300-ACUMULAR-RETENCIONES.
               PERFORM VARYING ws-mes FROM 1 BY 1 UNTIL ws-mes > 12
                   MOVE SPACES TO ws-nombre-remesa
                   STRING "..\retenciones" DELIMITED BY SIZE
                          ws-anio          DELIMITED BY SIZE
                          ws-mes           DELIMITED BY SIZE
                          ".txt"           DELIMITED BY SIZE
                          INTO ws-nombre-remesa
                   OPEN INPUT REMESA
                   IF rem-fileStatus = "00"
                       ADD 1 TO cant-remesas
                       MOVE 1 TO flag-fin
                       PERFORM UNTIL flag-fin = 0
                           READ REMESA AT END
                               MOVE 0 TO flag-fin
                           NOT AT END
                               MOVE rem-socio TO ws-socio-buscar
                               PERFORM 800-UBICAR-SOCIO
                               IF idx-tfi > 0
                                   ADD rem-retencion
                                       TO tfi-retenido(idx-tfi)
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE REMESA
                   END-IF
               END-PERFORM.

      *    Interes de los plazos fijos vencidos en el anio (pagados o
      *    renovados), con la misma cuenta que hace el batch de
      *    vencimientos, y los plazos vigentes al 31 de diciembre.
      *    Los precancelados no devengan interes.
           400-ACUMULAR-PLAZOS.
               OPEN INPUT PLAZOS-FIJOS.
               IF pf-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PLAZOS-FIJOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF NOT pf-cancelado
                               PERFORM 410-PLAZO-FIJO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAZOS-FIJOS
               END-IF.

           410-PLAZO-FIJO.
               MOVE pf-socio TO ws-socio-buscar.
               IF (pf-pagado OR pf-renovado) AND
                   pf-fecha-vto(1:4) = ws-anio
                   PERFORM 800-UBICAR-SOCIO
                   IF idx-tfi > 0
                       COMPUTE ws-dias-plazo =
                           FUNCTION INTEGER-OF-DATE(pf-fecha-vto) -
                           FUNCTION INTEGER-OF-DATE(pf-fecha-inicio)
                       COMPUTE ws-interes-pf ROUNDED =
                           pf-capital * pf-tasa / 100 *
                           ws-dias-plazo / 30
                       ADD ws-interes-pf TO tfi-int-pf(idx-tfi)
                   END-IF
               END-IF.
               IF pf-fecha-inicio <= ws-fin-anio AND
                   pf-fecha-vto > ws-fin-anio
                   PERFORM 800-UBICAR-SOCIO
                   IF idx-tfi > 0
                       ADD pf-capital TO tfi-pf-capital(idx-tfi)
                       ADD 1 TO tfi-pf-cant(idx-tfi)
                   END-IF
               END-IF.

      *    Interes pagado: cuotas cobradas con vencimiento en el
      *    anio. Capital adeudado al 31 de diciembre: cuotas impagas
      *    y las cobradas que vencian despues del cierre del anio.
           500-ACUMULAR-PRESTAMOS.
               OPEN INPUT CUOTAS-PRESTAMO.
               IF cup-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUOTAS-PRESTAMO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           PERFORM 510-CUOTA
                       END-READ
                   END-PERFORM
                   CLOSE CUOTAS-PRESTAMO
               END-IF.

           510-CUOTA.
               MOVE cup-socio TO ws-socio-buscar.
               IF cup-estado = "C" AND cup-vto(1:4) = ws-anio
                   PERFORM 800-UBICAR-SOCIO
                   IF idx-tfi > 0
                       ADD cup-interes TO tfi-int-prestamo(idx-tfi)
                   END-IF
               END-IF.
               IF cup-estado = "P" OR cup-estado = "M" OR
                   (cup-estado = "C" AND cup-vto > ws-fin-anio)
                   PERFORM 800-UBICAR-SOCIO
                   IF idx-tfi > 0
                       ADD cup-capital TO tfi-cap-prestamo(idx-tfi)
                   END-IF
               END-IF.

      *    Una hoja por socio: los que siguen en el padron y los
      *    dados de baja que todavia tienen algo que informar del
      *    anio. El saldo al cierre sale de la foto de diciembre,
      *    que esta ordenada por socio igual que el maestro.
           600-EMITIR.
               OPEN INPUT EXTRACTO.
               IF ext-fileStatus = "00"
                   MOVE 1 TO flag-extracto
                   PERFORM 610-LEER-EXTRACTO
               ELSE
                   DISPLAY "ATENCION: no se encontro ",
                       FUNCTION TRIM(ws-nombre-extracto),
                       " - los saldos al 31/12 salen sin dato"
                   MOVE 999999 TO ws-ext-socio
               END-IF.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
               MOVE SPACES TO ws-nombre-spool.
               STRING "..\spoolFiscal" DELIMITED BY SIZE
                      ws-anio          DELIMITED BY SIZE
                      "_"              DELIMITED BY SIZE
                      ws-ts-spool      DELIMITED BY SIZE
                      ".txt"           DELIMITED BY SIZE
                      INTO ws-nombre-spool.
               OPEN OUTPUT SPOOL-FISCAL.
               OPEN INPUT SOCIOS.
               MOVE 1 TO flag-fin.
               PERFORM UNTIL flag-fin = 0
                   READ SOCIOS AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       PERFORM 620-PROCESAR-SOCIO
                   END-READ
               END-PERFORM.
               CLOSE SOCIOS.
               CLOSE SPOOL-FISCAL.
               IF flag-extracto = 1
                   CLOSE EXTRACTO
               END-IF.

      *    Siguiente registro de detalle (D o U) de la foto; al final
      *    queda un socio imposible para que el apareo no avance.
           610-LEER-EXTRACTO.
               MOVE 0 TO ws-ext-socio.
               PERFORM UNTIL ws-ext-socio > 0
                   READ EXTRACTO AT END
                       MOVE 999999 TO ws-ext-socio
                   NOT AT END
                       IF ext-det-tipo = "D" OR ext-det-tipo = "U"
                           MOVE ext-det-socio TO ws-ext-socio
                       END-IF
                   END-READ
               END-PERFORM.

           620-PROCESAR-SOCIO.
               MOVE 0 TO flag-saldo.
               MOVE 0 TO flag-saldo-usd.
               MOVE 0 TO ws-saldo-fin.
               MOVE 0 TO ws-saldo-usd-fin.
               PERFORM UNTIL ws-ext-socio >= soc-cod
                   PERFORM 610-LEER-EXTRACTO
               END-PERFORM.
               PERFORM UNTIL ws-ext-socio NOT = soc-cod
                   IF ext-det-tipo = "D"
                       MOVE 1 TO flag-saldo
                       MOVE ext-det-saldo TO ws-saldo-fin
                   ELSE
                       MOVE 1 TO flag-saldo-usd
                       MOVE ext-det-saldo TO ws-saldo-usd-fin
                   END-IF
                   PERFORM 610-LEER-EXTRACTO
               END-PERFORM.
               MOVE 0 TO idx-tfi.
               PERFORM VARYING idx-tfi FROM 1 BY 1
                       UNTIL idx-tfi > cant-tfi
                   IF tfi-socio(idx-tfi) = soc-cod
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tfi > cant-tfi
                   MOVE 0 TO idx-tfi
               END-IF.
               IF NOT soc-baja OR flag-saldo = 1 OR idx-tfi > 0
                   PERFORM 630-HOJA-SOCIO
               END-IF.

           630-HOJA-SOCIO.
               ADD 1 TO cant-paginas.
               MOVE ws-anio TO l-tit-anio.
               MOVE soc-cod TO l-tit-socio.
               WRITE spf-linea FROM lin-titulo.
               MOVE soc-nom TO l-dat-nombre.
               MOVE soc-dni TO l-dat-dni.
               MOVE soc-cuit TO l-dat-cuit.
               WRITE spf-linea FROM lin-datos.
               MOVE SPACES TO spf-linea.
               WRITE spf-linea.
               IF flag-saldo = 1
                   MOVE "SALDO EN CAJA DE AHORRO AL 31/12" TO
                       l-imp-concepto
                   MOVE "$" TO l-imp-moneda
                   MOVE ws-saldo-fin TO l-imp-importe
                   MOVE SPACES TO l-imp-nota
                   WRITE spf-linea FROM lin-importe
               ELSE
                   MOVE "SALDO EN CAJA DE AHORRO AL 31/12" TO
                       l-sd-concepto
                   WRITE spf-linea FROM lin-sin-dato
               END-IF.
               IF flag-saldo-usd = 1
                   MOVE "SALDO EN CUENTA EN DOLARES AL 31/12" TO
                       l-imp-concepto
                   MOVE "U$S" TO l-imp-moneda
                   MOVE ws-saldo-usd-fin TO l-imp-importe
                   MOVE SPACES TO l-imp-nota
                   WRITE spf-linea FROM lin-importe
               END-IF.
               MOVE SPACES TO l-imp-nota.
               MOVE "$" TO l-imp-moneda.
               MOVE "PLAZOS FIJOS VIGENTES AL 31/12" TO l-imp-concepto.
               IF idx-tfi > 0
                   MOVE tfi-pf-capital(idx-tfi) TO l-imp-importe
                   IF tfi-pf-cant(idx-tfi) > 0
                       STRING "(" DELIMITED BY SIZE
                              tfi-pf-cant(idx-tfi) DELIMITED BY SIZE
                              " CERTIFICADOS)" DELIMITED BY SIZE
                              INTO l-imp-nota
                   END-IF
               ELSE
                   MOVE 0 TO l-imp-importe
               END-IF.
               WRITE spf-linea FROM lin-importe.
               MOVE SPACES TO l-imp-nota.
               MOVE "INTERESES ACREDITADOS EN CAJA DE AHORRO"
                   TO l-imp-concepto.
               IF idx-tfi > 0
                   MOVE tfi-int-cuenta(idx-tfi) TO l-imp-importe
               ELSE
                   MOVE 0 TO l-imp-importe
               END-IF.
               WRITE spf-linea FROM lin-importe.
               MOVE "INTERESES DE PLAZOS FIJOS VENCIDOS EN EL ANIO"
                   TO l-imp-concepto.
               IF idx-tfi > 0
                   MOVE tfi-int-pf(idx-tfi) TO l-imp-importe
               ELSE
                   MOVE 0 TO l-imp-importe
               END-IF.
               WRITE spf-linea FROM lin-importe.
               MOVE "RETENCIONES DE IMPUESTO PRACTICADAS"
                   TO l-imp-concepto.
               IF idx-tfi > 0
                   MOVE tfi-retenido(idx-tfi) TO l-imp-importe
               ELSE
                   MOVE 0 TO l-imp-importe
               END-IF.
               WRITE spf-linea FROM lin-importe.
               MOVE "INTERESES PAGADOS POR PRESTAMOS"
                   TO l-imp-concepto.
               IF idx-tfi > 0
                   MOVE tfi-int-prestamo(idx-tfi) TO l-imp-importe
               ELSE
                   MOVE 0 TO l-imp-importe
               END-IF.
               WRITE spf-linea FROM lin-importe.
               MOVE "CAPITAL ADEUDADO DE PRESTAMOS AL 31/12"
                   TO l-imp-concepto.
               IF idx-tfi > 0
                   MOVE tfi-cap-prestamo(idx-tfi) TO l-imp-importe
               ELSE
                   MOVE 0 TO l-imp-importe
               END-IF.
               WRITE spf-linea FROM lin-importe.
               MOVE SPACES TO spf-linea.
               WRITE spf-linea.
               MOVE ALL "-" TO spf-linea.
               WRITE spf-linea.

           750-CATALOGAR.
               OPEN EXTEND CATALOGO.
               IF cat-fileStatus NOT = "00"
                   OPEN OUTPUT CATALOGO
               END-IF.
               MOVE ws-ts-spool TO cat-fecha-hora.
               MOVE "INFO-FISCAL" TO cat-programa.
               MOVE ws-nombre-spool TO cat-archivo.
               MOVE cant-paginas TO cat-paginas.
               WRITE cat-reg.
               CLOSE CATALOGO.

      *    Devuelve en idx-tfi la entrada del socio, dandola de alta
      *    si no estaba; 0 si la tabla esta llena.
           800-UBICAR-SOCIO.
               MOVE 0 TO idx-tfi.
               PERFORM VARYING idx-tfi FROM 1 BY 1
                       UNTIL idx-tfi > cant-tfi
                   IF tfi-socio(idx-tfi) = ws-socio-buscar
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tfi > cant-tfi
                   IF cant-tfi < 5000
                       ADD 1 TO cant-tfi
                       MOVE cant-tfi TO idx-tfi
                       MOVE ws-socio-buscar TO tfi-socio(idx-tfi)
                       MOVE 0 TO tfi-int-cuenta(idx-tfi)
                       MOVE 0 TO tfi-int-pf(idx-tfi)
                       MOVE 0 TO tfi-retenido(idx-tfi)
                       MOVE 0 TO tfi-int-prestamo(idx-tfi)
                       MOVE 0 TO tfi-cap-prestamo(idx-tfi)
                       MOVE 0 TO tfi-pf-capital(idx-tfi)
                       MOVE 0 TO tfi-pf-cant(idx-tfi)
                   ELSE
                       MOVE 1 TO flag-desborde
                       MOVE 0 TO idx-tfi
                   END-IF
               END-IF.

           900-FIN.
               DISPLAY "Remesas de retenciones leidas: ", cant-remesas.
               DISPLAY "Hojas emitidas: ", cant-paginas.
               DISPLAY "Informacion fiscal en ",
                   FUNCTION TRIM(ws-nombre-spool).

       END PROGRAM INFO-FISCAL.
