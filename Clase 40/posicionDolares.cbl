      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICION-DOLARES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cuentas-dolares ASSIGN TO "..\cuentasDolares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cdl-socio
               FILE STATUS IS cdl-fileStatus.

           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-cod
               FILE STATUS IS soc-fileStatus.

           SELECT mov-dolares ASSIGN TO "..\movDolares.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mdl-fileStatus.

           SELECT filiales ASSIGN TO "..\filiales.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fil-fileStatus.

           SELECT spool-posicion ASSIGN TO ws-nombre-spool
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT catalogo ASSIGN TO "..\catalogoReportes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cat-fileStatus.

       DATA DIVISION.
       FILE SECTION.
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

       FD  filiales.
       01  fil-reg.
           03 fil-nro pic 99.
           03 fil-nombre pic x(20).
           03 fil-region pic x(15).

       FD  spool-posicion.
       01  spp-linea pic x(132).

       FD  catalogo.
       01  cat-reg.
           03 cat-fecha-hora pic x(14).
           03 cat-programa pic x(20).
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  cdl-fileStatus pic xx.
       01  soc-fileStatus pic xx.
       01  mdl-fileStatus pic xx.
       01  fil-fileStatus pic xx.
       01  cat-fileStatus pic xx.
       01  ws-nombre-spool pic x(40).
       01  ws-ts-spool pic x(14).
       01  ws-fecha-proceso pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-par-clave pic x(14).
       01  ws-par-fecha pic 9(8).
       01  ws-par-valor pic 9(9)v9999.
       01  ws-par-resultado pic x.
       01  ws-cotizacion pic 9(5)v9999 value 0.
       01  idx-fil pic 999.
       01  ws-fil-nro pic 99.
       01  ws-valuacion pic s9(11)v99.
       01  cant-sin-socio pic 9(5) value 0.

      *    Posicion por filial: las cuentas y saldos se agrupan por
      *    la filial del socio; los movimientos del dia, por la
      *    filial donde se operaron.
       01  tabla-posicion.
           03 tps-item occurs 100 times.
               05 tps-nombre pic x(20).
               05 tps-cuentas pic 9(5).
               05 tps-saldo pic s9(11)v99.
               05 tps-depositos pic s9(11)v99.
               05 tps-extracciones pic s9(11)v99.
               05 tps-compras pic s9(11)v99.
               05 tps-ventas pic s9(11)v99.

       01  ws-total.
           03 tot-cuentas pic 9(7) value 0.
           03 tot-saldo pic s9(11)v99 value 0.
           03 tot-depositos pic s9(11)v99 value 0.
           03 tot-extracciones pic s9(11)v99 value 0.
           03 tot-compras pic s9(11)v99 value 0.
           03 tot-ventas pic s9(11)v99 value 0.

       01  lin-titulo.
           03 filler pic x(40) value
               "POSICION DIARIA EN DOLARES POR FILIAL - ".
           03 l-tit-fecha pic 9(8).
           03 filler pic x(28) value
               "   COTIZACION COMPRADOR: $".
           03 l-tit-cotizacion pic zzzz9.9999.

       01  lin-aclaracion.
           03 filler pic x(30) value
               "SALDOS POR FILIAL DEL SOCIO - ".
           03 filler pic x(30) value
               "MOVIMIENTOS DEL DIA POR FILIAL".
           03 filler pic x(40) value
               " DONDE SE OPERARON - IMPORTES EN U$S".

       01  lin-encabezado.
           03 filler pic x(24) value "FIL NOMBRE".
           03 filler pic x(7) value "CUENTAS".
           03 filler pic x(16) value "   POSICION U$S".
           03 filler pic x(15) value "      DEPOSITOS".
           03 filler pic x(15) value "   EXTRACCIONES".
           03 filler pic x(15) value "        COMPRAS".
           03 filler pic x(15) value "         VENTAS".
           03 filler pic x(20) value "       VALUACION $".

       01  lin-detalle.
           03 l-det-filial pic z9.
           03 filler pic x value space.
           03 l-det-nombre pic x(20).
           03 filler pic x value space.
           03 l-det-cuentas pic zz,zz9.
           03 filler pic x value space.
           03 l-det-saldo pic -zzz,zzz,zz9.99.
           03 l-det-depositos pic -zzz,zzz,zz9.99.
           03 l-det-extracciones pic -zzz,zzz,zz9.99.
           03 l-det-compras pic -zzz,zzz,zz9.99.
           03 l-det-ventas pic -zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-det-valuacion pic -zzz,zzz,zzz,zz9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-CARGAR-FILIALES.
            PERFORM 300-ACUMULAR-SALDOS.
            PERFORM 400-ACUMULAR-MOVIMIENTOS.
            PERFORM 500-IMPRIMIR.
            PERFORM 900-FIN.
            GOBACK.

           100-INICIO.
               DISPLAY "Posicion diaria en moneda extranjera".
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               INITIALIZE tabla-posicion.
               MOVE "DOLAR-COMPRA" TO ws-par-clave.
               MOVE ws-fecha-proceso TO ws-par-fecha.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-cotizacion
               ELSE
                   DISPLAY "No hay cotizacion DOLAR-COMPRA cargada al "
                       ws-fecha-proceso, " - la posicion sale sin "
                       "valuar"
               END-IF.

      *    La posicion se emite sobre dias cerrados: un dia abierto
      *    todavia puede recibir operaciones.
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

           200-CARGAR-FILIALES.
               OPEN INPUT FILIALES.
               IF fil-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ FILIALES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           COMPUTE idx-fil = fil-nro + 1
                           MOVE fil-nombre TO tps-nombre(idx-fil)
                       END-READ
                   END-PERFORM
                   CLOSE FILIALES
               END-IF.

      *    Saldos al momento de la corrida de todas las cuentas
      *    abiertas, en la filial a la que pertenece el socio.
           300-ACUMULAR-SALDOS.
               OPEN INPUT CUENTAS-DOLARES.
               IF cdl-fileStatus = "00"
                   OPEN INPUT SOCIOS
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUENTAS-DOLARES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cdl-abierta
                               PERFORM 310-SUMAR-CUENTA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SOCIOS
                   CLOSE CUENTAS-DOLARES
               ELSE
                   DISPLAY "No hay cuentas en dolares abiertas"
               END-IF.

           310-SUMAR-CUENTA.
               MOVE cdl-socio TO soc-cod.
               READ SOCIOS INVALID KEY
                   MOVE 0 TO soc-filial
                   ADD 1 TO cant-sin-socio
               END-READ.
               COMPUTE idx-fil = soc-filial + 1.
               ADD 1 TO tps-cuentas(idx-fil).
               ADD cdl-saldo TO tps-saldo(idx-fil).
               ADD 1 TO tot-cuentas.
               ADD cdl-saldo TO tot-saldo.

           400-ACUMULAR-MOVIMIENTOS.
               OPEN INPUT MOV-DOLARES.
               IF mdl-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ MOV-DOLARES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF mdl-fecha-hora(1:8) = ws-fecha-proceso
                               PERFORM 410-SUMAR-MOVIMIENTO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOV-DOLARES
               END-IF.

      *    Importes en valor absoluto: el diario guarda las salidas
      *    en negativo.
           410-SUMAR-MOVIMIENTO.
               COMPUTE idx-fil = mdl-filial-oper + 1.
               EVALUATE mdl-concepto
                   WHEN "DEP-USD"
                       ADD mdl-importe TO tps-depositos(idx-fil)
                       ADD mdl-importe TO tot-depositos
                   WHEN "EXT-USD"
                       SUBTRACT mdl-importe
                           FROM tps-extracciones(idx-fil)
                       SUBTRACT mdl-importe FROM tot-extracciones
                   WHEN "COMPRA-USD"
                       ADD mdl-importe TO tps-compras(idx-fil)
                       ADD mdl-importe TO tot-compras
                   WHEN "VENTA-USD"
                       SUBTRACT mdl-importe FROM tps-ventas(idx-fil)
                       SUBTRACT mdl-importe FROM tot-ventas
               END-EVALUATE.

           500-IMPRIMIR.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
               MOVE SPACES TO ws-nombre-spool.
               STRING "..\spoolPosDolares_" DELIMITED BY SIZE
                      ws-ts-spool           DELIMITED BY SIZE
                      ".txt"                DELIMITED BY SIZE
                      INTO ws-nombre-spool.
               OPEN OUTPUT SPOOL-POSICION.
               MOVE ws-fecha-proceso TO l-tit-fecha.
               MOVE ws-cotizacion TO l-tit-cotizacion.
               WRITE spp-linea FROM lin-titulo.
               WRITE spp-linea FROM lin-aclaracion.
               MOVE SPACES TO spp-linea.
               WRITE spp-linea.
               WRITE spp-linea FROM lin-encabezado.
               MOVE SPACES TO spp-linea.
               WRITE spp-linea.
               PERFORM VARYING idx-fil FROM 1 BY 1
                       UNTIL idx-fil > 100
                   IF tps-cuentas(idx-fil) > 0 OR
                       tps-depositos(idx-fil) > 0 OR
                       tps-extracciones(idx-fil) > 0 OR
                       tps-compras(idx-fil) > 0 OR
                       tps-ventas(idx-fil) > 0
                       PERFORM 510-LINEA-FILIAL
                   END-IF
               END-PERFORM.
               MOVE SPACES TO spp-linea.
               WRITE spp-linea.
               MOVE SPACES TO lin-detalle.
               MOVE "TOTAL COOPERATIVA" TO l-det-nombre.
               MOVE tot-cuentas TO l-det-cuentas.
               MOVE tot-saldo TO l-det-saldo.
               MOVE tot-depositos TO l-det-depositos.
               MOVE tot-extracciones TO l-det-extracciones.
               MOVE tot-compras TO l-det-compras.
               MOVE tot-ventas TO l-det-ventas.
               COMPUTE ws-valuacion ROUNDED = tot-saldo * ws-cotizacion.
               MOVE ws-valuacion TO l-det-valuacion.
               WRITE spp-linea FROM lin-detalle.
               CLOSE SPOOL-POSICION.
               PERFORM 750-CATALOGAR.

           510-LINEA-FILIAL.
               COMPUTE ws-fil-nro = idx-fil - 1.
               MOVE SPACES TO lin-detalle.
               MOVE ws-fil-nro TO l-det-filial.
               MOVE tps-nombre(idx-fil) TO l-det-nombre.
               MOVE tps-cuentas(idx-fil) TO l-det-cuentas.
               MOVE tps-saldo(idx-fil) TO l-det-saldo.
               MOVE tps-depositos(idx-fil) TO l-det-depositos.
               MOVE tps-extracciones(idx-fil) TO l-det-extracciones.
               MOVE tps-compras(idx-fil) TO l-det-compras.
               MOVE tps-ventas(idx-fil) TO l-det-ventas.
               COMPUTE ws-valuacion ROUNDED =
                   tps-saldo(idx-fil) * ws-cotizacion.
               MOVE ws-valuacion TO l-det-valuacion.
               WRITE spp-linea FROM lin-detalle.

           750-CATALOGAR.
               OPEN EXTEND CATALOGO.
               IF cat-fileStatus NOT = "00"
                   OPEN OUTPUT CATALOGO
               END-IF.
               MOVE ws-ts-spool TO cat-fecha-hora.
               MOVE "POSICION-DOLARES" TO cat-programa.
               MOVE ws-nombre-spool TO cat-archivo.
               MOVE 1 TO cat-paginas.
               WRITE cat-reg.
               CLOSE CATALOGO.

           900-FIN.
               IF cant-sin-socio > 0
                   DISPLAY "ATENCION: ", cant-sin-socio,
                       " cuenta(s) sin socio en el maestro, "
                       "informadas en filial 0"
               END-IF.
               DISPLAY "Cuentas abiertas: ", tot-cuentas,
                   "  Posicion total U$S ", tot-saldo.
               DISPLAY "Posicion impresa en ",
                   FUNCTION TRIM(ws-nombre-spool).

       END PROGRAM POSICION-DOLARES.
