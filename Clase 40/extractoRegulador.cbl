               RECORD KEY IS movh-clave
               FILE STATUS IS movh-fileStatus.

           SELECT cuentas-dolares ASSIGN TO "..\cuentasDolares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cdl-socio
               FILE STATUS IS cdl-fileStatus.

           SELECT mov-dolares ASSIGN TO "..\movDolares.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mdl-fileStatus.

           SELECT extracto ASSIGN TO nombre-extracto
               ORGANIZATION IS LINE SEQUENTIAL.

           03 mov-concepto pic x(13).
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-dni-operante pic 9(8).
           03 mov-filial-oper pic 99.
           03 mov-filial-socio pic 99.

       FD  mov-historico.
       01  movh-reg.
           03 movh-importe pic s9(7)v99.
           03 movh-saldo-result pic s9(7)v99.

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

      *    Formato fijo del regimen informativo: cabecera con entidad
      *    y periodo, un registro por socio con saldo en decimal
      *    zoneado, y trailer con cantidad y totales de control.
      *    La cuenta en dolares va como registro U a continuacion del
      *    D del mismo socio (mismo formato, importes en U$S) y se
      *    cierra con su propio trailer V antes del T: los dolares
      *    nunca entran en los totales en pesos.
       FD  extracto.
       01  ext-cabecera.
           03 ext-cab-tipo pic x.
       01  idx-tm pic 9(4).
       01  ws-mov-periodo pic s9(10)v99.

       01  cdl-fileStatus pic xx.
       01  mdl-fileStatus pic xx.
       01  flag-dolares pic 9 value 0.
       01  cant-registros-usd pic 9(7) value 0.
       01  hash-socios-usd pic 9(10) value 0.
       01  total-saldo-usd pic s9(12)v99 value 0.
       01  total-movs-usd pic s9(12)v99 value 0.
       01  tabla-movs-usd.
           03 tmu-item occurs 2000 times.
               05 tmu-socio pic 9(6).
               05 tmu-importe pic s9(10)v99.
       01  cant-tmu pic 9(4) value 0.
       01  idx-tmu pic 9(4).
       01  ws-mov-periodo-usd pic s9(10)v99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
      *    cargada.
           200-ACUMULAR-MOVIMIENTOS.
               PERFORM 205-ACUMULAR-HISTORICO.
               PERFORM 230-ACUMULAR-DOLARES.
               OPEN INPUT MOVIMIENTOS.
               IF mov-fileStatus = "00"
                   PERFORM 210-LEER-MOVIMIENTO
                   MOVE mov-importe TO tm-importe(cant-tm)
               END-IF.

           230-ACUMULAR-DOLARES.
               OPEN INPUT MOV-DOLARES.
               IF mdl-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ MOV-DOLARES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF mdl-fecha-hora(1:6) = ws-periodo
                               PERFORM 235-ACUMULAR-MOV-USD
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOV-DOLARES
               END-IF.

           235-ACUMULAR-MOV-USD.
               MOVE 0 TO idx-tmu.
               PERFORM VARYING idx-tmu FROM 1 BY 1
                       UNTIL idx-tmu > cant-tmu
                   IF tmu-socio(idx-tmu) = mdl-socio
                       ADD mdl-importe TO tmu-importe(idx-tmu)
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tmu > cant-tmu AND cant-tmu < 2000
                   ADD 1 TO cant-tmu
                   MOVE mdl-socio TO tmu-socio(cant-tmu)
                   MOVE mdl-importe TO tmu-importe(cant-tmu)
               END-IF.

           330-BUSCAR-MOV.
               MOVE 0 TO ws-mov-periodo.
               PERFORM VARYING idx-tm FROM 1 BY 1
               MOVE ws-periodo TO ext-cab-periodo.
               MOVE ws-fecha-hoy TO ext-cab-fecha-gen.
               WRITE ext-cabecera.
               OPEN INPUT CUENTAS-DOLARES.
               IF cdl-fileStatus = "00"
                   MOVE 1 TO flag-dolares
               END-IF.
               OPEN INPUT SOCIOS.
               PERFORM 310-LEER-SOCIO.
               PERFORM UNTIL flag-fin = 0
                   IF NOT soc-baja
                       PERFORM 320-GRABAR-DETALLE
                       IF flag-dolares = 1
                           PERFORM 340-DETALLE-DOLARES
                       END-IF
                   END-IF
                   PERFORM 310-LEER-SOCIO
               END-PERFORM.
               CLOSE SOCIOS.
               IF flag-dolares = 1
                   CLOSE CUENTAS-DOLARES
               END-IF.
               MOVE "V" TO ext-tra-tipo.
               MOVE cant-registros-usd TO ext-tra-cantidad.
               MOVE hash-socios-usd TO ext-tra-hash-socios.
               MOVE total-saldo-usd TO ext-tra-total-saldo.
               WRITE ext-trailer.
               MOVE "T" TO ext-tra-tipo.
               MOVE cant-registros TO ext-tra-cantidad.
               MOVE hash-socios TO ext-tra-hash-socios.
               ADD 1 TO tfe-cant(idx-fil).
               ADD soc-saldo TO tfe-saldo(idx-fil).

           340-DETALLE-DOLARES.
               MOVE soc-cod TO cdl-socio.
               READ CUENTAS-DOLARES INVALID KEY
                   MOVE "C" TO cdl-estado
               END-READ.
               IF cdl-abierta
                   MOVE 0 TO ws-mov-periodo-usd
                   PERFORM VARYING idx-tmu FROM 1 BY 1
                           UNTIL idx-tmu > cant-tmu
                       IF tmu-socio(idx-tmu) = soc-cod
                           MOVE tmu-importe(idx-tmu)
                               TO ws-mov-periodo-usd
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   MOVE "U" TO ext-det-tipo
                   MOVE soc-cod TO ext-det-socio
                   MOVE soc-dni TO ext-det-dni
                   MOVE cdl-saldo TO ext-det-saldo
                   MOVE ws-mov-periodo-usd TO ext-det-movs-mes
                   MOVE soc-cuit TO ext-det-cuit
                   WRITE ext-detalle
                   ADD 1 TO cant-registros-usd
                   ADD soc-cod TO hash-socios-usd
                   ADD cdl-saldo TO total-saldo-usd
                   ADD ws-mov-periodo-usd TO total-movs-usd
               END-IF.

      *    Hoja de control que acompana la presentacion: con esto el
      *    area contable cuadra el archivo antes de enviarlo.
           800-HOJA-CONTROL.
               WRITE ctl-linea.
               MOVE SPACES TO ctl-linea.
               WRITE ctl-linea.
               MOVE "CUENTAS EN DOLARES (U$S, NO SUMADAS A PESOS):"
                   TO ctl-linea.
               WRITE ctl-linea.
               MOVE SPACES TO ctl-linea.
               STRING "  REGISTROS INFORMADOS: " DELIMITED BY SIZE
                      cant-registros-usd         DELIMITED BY SIZE
                      INTO ctl-linea.
               WRITE ctl-linea.
               MOVE SPACES TO ctl-linea.
               STRING "  HASH DE CODIGOS DE SOCIO: " DELIMITED BY SIZE
                      hash-socios-usd                DELIMITED BY SIZE
                      INTO ctl-linea.
               WRITE ctl-linea.
               MOVE SPACES TO ctl-linea.
               STRING "  TOTAL DE SALDOS U$S: " DELIMITED BY SIZE
                      total-saldo-usd           DELIMITED BY SIZE
                      INTO ctl-linea.
               WRITE ctl-linea.
               MOVE SPACES TO ctl-linea.
               STRING "  TOTAL DE MOVIMIENTOS U$S DEL PERIODO: "
                          DELIMITED BY SIZE
                      total-movs-usd DELIMITED BY SIZE
                      INTO ctl-linea.
               WRITE ctl-linea.
               MOVE SPACES TO ctl-linea.
               WRITE ctl-linea.
               MOVE "SUBTOTALES POR FILIAL:" TO ctl-linea.
               WRITE ctl-linea.
               PERFORM VARYING idx-fil FROM 1 BY 1
