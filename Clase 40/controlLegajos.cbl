      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-LEGAJOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS soc-cod
               FILE STATUS IS soc-fileStatus.

           SELECT legajos ASSIGN TO "..\legajoSocios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS leg-clave
               FILE STATUS IS leg-fileStatus.

           SELECT filiales ASSIGN TO "..\filiales.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fil-fileStatus.

           SELECT spool-legajos ASSIGN TO ws-nombre-spool
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

       FD  legajos.
       01  leg-reg.
           03 leg-clave.
               05 leg-socio pic 9(6).
               05 leg-tipo pic x(3).
           03 leg-estado pic x.
               88 leg-recibido value "R".
               88 leg-faltante value "F".
           03 leg-fecha-recepcion pic 9(8).
           03 leg-fecha-vto pic 9(8).
           03 leg-fecha-reclamo pic 9(8).
           03 leg-fecha-modif pic 9(8).
           03 leg-operador pic x(10).

       FD  filiales.
       01  fil-reg.
           03 fil-nro pic 99.
           03 fil-nombre pic x(20).
           03 fil-region pic x(15).

       FD  spool-legajos.
       01  spl-linea pic x(132).

       FD  catalogo.
       01  cat-reg.
           03 cat-fecha-hora pic x(14).
           03 cat-programa pic x(20).
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  soc-fileStatus pic xx.
       01  leg-fileStatus pic xx.
       01  fil-fileStatus pic xx.
       01  cat-fileStatus pic xx.
       01  ws-nombre-spool pic x(40).
       01  ws-ts-spool pic x(14).
       01  ws-fecha-proceso pic 9(8).
       01  ws-fecha-aviso pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-par-clave pic x(14).
       01  ws-par-fecha pic 9(8).
       01  ws-par-valor pic 9(9)v9999.
       01  ws-par-resultado pic x.
       01  ws-leg-gracia pic 9(5).
       01  ws-leg-aviso pic 9(5).
       01  ws-leg-ingr-saldo pic 9(9)v99.
       01  ws-leg-base pic 9(8).
       01  ws-leg-limite pic 9(8).
       01  idx-doc pic 9.
       01  cant-doc-exigidos pic 9.
       01  idx-fil pic 999.
       01  idx-tle pic 9(4).
       01  cant-lineas pic 99 value 0.
       01  cant-paginas pic 9(4) value 0.
       01  cant-socios pic 9(6) value 0.
       01  cant-faltantes pic 9(5) value 0.
       01  cant-vencidos pic 9(5) value 0.
       01  cant-por-vencer pic 9(5) value 0.
       01  cant-bloqueados pic 9(5) value 0.
       01  cant-reclamos-nuevos pic 9(5) value 0.
       01  flag-socio-bloqueado pic 9.
       01  flag-desborde pic 9 value 0.

      *    Documentos del legajo, en el orden en que se controlan.
      *    El comprobante de ingresos (ING) es el ultimo: solo se
      *    exige con saldo mayor a LEG-INGR-SALDO.
       01  tabla-tipos-doc.
           03 filler pic x(23) value "DNICOPIA DE DNI".
           03 filler pic x(23) value "DOMCONSTANCIA DOMICILIO".
           03 filler pic x(23) value "PEPDDJJ PEP".
           03 filler pic x(23) value "INGCOMPROBANTE INGRESOS".
       01  tabla-tipos-doc-r redefines tabla-tipos-doc.
           03 tdo-item occurs 4 times.
               05 tdo-tipo pic x(3).
               05 tdo-descripcion pic x(20).

       01  tabla-filiales.
           03 tfi-nombre pic x(20) occurs 100 times.

      *    Novedades del legajo a informar, agrupadas despues por
      *    filial del socio.
       01  tabla-legajos.
           03 tle-item occurs 5000 times.
               05 tle-filial pic 99.
               05 tle-socio pic 9(6).
               05 tle-nombre pic x(20).
               05 tle-idx-doc pic 9.
               05 tle-situacion pic x(11).
               05 tle-fecha pic 9(8).
               05 tle-limite pic 9(8).
               05 tle-bloquea pic x.
       01  cant-tle pic 9(4) value 0.
       01  cant-fil-lineas pic 9(5).

       01  ws-fecha-aux pic 9(8).
       01  ws-fecha-aux-r redefines ws-fecha-aux.
           03 ws-fa-aaaa pic 9(4).
           03 ws-fa-mm pic 99.
           03 ws-fa-dd pic 99.
       01  ws-fecha-ed.
           03 ws-fed-dd pic 99.
           03 filler pic x value "/".
           03 ws-fed-mm pic 99.
           03 filler pic x value "/".
           03 ws-fed-aaaa pic 9(4).

       01  lin-titulo.
           03 filler pic x(44) value
               "CONTROL DE LEGAJOS - DOCUMENTACION FALTANTE ".
           03 filler pic x(17) value "Y POR VENCER AL ".
           03 l-tit-fecha pic x(10).
           03 filler pic x(9) value "   HOJA ".
           03 l-tit-hoja pic zzz9.

       01  lin-filial.
           03 filler pic x(8) value "FILIAL ".
           03 l-fil-nro pic z9.
           03 filler pic x(3) value " - ".
           03 l-fil-nombre pic x(20).

       01  lin-encabezado.
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(21) value "DOCUMENTO".
           03 filler pic x(12) value "SITUACION".
           03 filler pic x(11) value "DESDE/VTO".
           03 filler pic x(30) value "DEBITOS".

       01  lin-detalle.
           03 l-det-socio pic 9(6).
           03 filler pic x value space.
           03 l-det-nombre pic x(20).
           03 filler pic x value space.
           03 l-det-documento pic x(20).
           03 filler pic x value space.
           03 l-det-situacion pic x(11).
           03 filler pic x value space.
           03 l-det-fecha pic x(10).
           03 filler pic x value space.
           03 l-det-debitos pic x(30).

       01  lin-total.
           03 l-tot-texto pic x(40).
           03 l-tot-cant pic zz,zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-CARGAR-FILIALES.
            PERFORM 300-CONTROLAR-SOCIOS.
            PERFORM 500-IMPRIMIR.
            PERFORM 900-FIN.
            GOBACK.

           100-INICIO.
               DISPLAY "Control nocturno de legajos de documentacion".
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               PERFORM 110-LEER-PARAMETROS.
               COMPUTE ws-fecha-aviso = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-fecha-proceso)
                   + ws-leg-aviso).

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
               END-EVALUATE.

      *    Plazo de gracia, anticipacion del aviso de vencimiento
      *    (ambos en dias) y saldo desde el que se exige el
      *    comprobante de ingresos, del maestro de parametros.
           110-LEER-PARAMETROS.
               MOVE ws-fecha-proceso TO ws-par-fecha.
               MOVE "LEG-GRACIA" TO ws-par-clave.
               PERFORM 120-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-leg-gracia
               ELSE
                   MOVE 30 TO ws-leg-gracia
               END-IF.
               MOVE "LEG-AVISO-DIAS" TO ws-par-clave.
               PERFORM 120-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-leg-aviso
               ELSE
                   MOVE 30 TO ws-leg-aviso
               END-IF.
               MOVE "LEG-INGR-SALDO" TO ws-par-clave.
               PERFORM 120-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-leg-ingr-saldo
               ELSE
                   MOVE 500000 TO ws-leg-ingr-saldo
               END-IF.

           120-LEER-PARAMETRO.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.

           200-CARGAR-FILIALES.
               OPEN INPUT FILIALES.
               IF fil-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ FILIALES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           COMPUTE idx-fil = fil-nro + 1
                           MOVE fil-nombre TO tfi-nombre(idx-fil)
                       END-READ
                   END-PERFORM
                   CLOSE FILIALES
               END-IF.

      *    Cada socio activo debe tener sus documentos exigidos. El
      *    que falta se da de alta como faltante con la fecha del
      *    reclamo: desde ahi corre el plazo de gracia con el que
      *    AUTORIZA-DEBITO empieza a rechazar debitos.
           300-CONTROLAR-SOCIOS.
               OPEN I-O LEGAJOS.
               IF leg-fileStatus = "35"
                   OPEN OUTPUT LEGAJOS
                   CLOSE LEGAJOS
                   OPEN I-O LEGAJOS
               END-IF.
               OPEN INPUT SOCIOS.
               MOVE 1 TO flag-fin.
               PERFORM UNTIL flag-fin = 0
                   READ SOCIOS AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       IF soc-activo
                           PERFORM 310-CONTROLAR-SOCIO
                       END-IF
                   END-READ
               END-PERFORM.
               CLOSE SOCIOS.
               CLOSE LEGAJOS.

           310-CONTROLAR-SOCIO.
               ADD 1 TO cant-socios.
               MOVE 0 TO flag-socio-bloqueado.
               IF soc-saldo > ws-leg-ingr-saldo
                   MOVE 4 TO cant-doc-exigidos
               ELSE
                   MOVE 3 TO cant-doc-exigidos
               END-IF.
               PERFORM VARYING idx-doc FROM 1 BY 1
                       UNTIL idx-doc > cant-doc-exigidos
                   PERFORM 320-CONTROLAR-DOCUMENTO
               END-PERFORM.
               IF flag-socio-bloqueado = 1
                   ADD 1 TO cant-bloqueados
               END-IF.

           320-CONTROLAR-DOCUMENTO.
               MOVE soc-cod TO leg-socio.
               MOVE tdo-tipo(idx-doc) TO leg-tipo.
               READ LEGAJOS INVALID KEY
                   SET leg-faltante TO TRUE
                   MOVE 0 TO leg-fecha-recepcion
                   MOVE 0 TO leg-fecha-vto
                   MOVE ws-fecha-proceso TO leg-fecha-reclamo
                   MOVE ws-fecha-proceso TO leg-fecha-modif
                   MOVE "CONTROL" TO leg-operador
                   WRITE leg-reg
                   ADD 1 TO cant-reclamos-nuevos
               END-READ.
               IF leg-faltante
                   MOVE leg-fecha-reclamo TO ws-leg-base
                   PERFORM 330-CALCULAR-LIMITE
                   ADD 1 TO cant-faltantes
                   PERFORM 340-AGREGAR-LINEA
                   MOVE "FALTANTE" TO tle-situacion(idx-tle)
               ELSE
                   IF leg-fecha-vto < ws-fecha-proceso
                       MOVE leg-fecha-vto TO ws-leg-base
                       PERFORM 330-CALCULAR-LIMITE
                       ADD 1 TO cant-vencidos
                       PERFORM 340-AGREGAR-LINEA
                       MOVE "VENCIDO" TO tle-situacion(idx-tle)
                   ELSE
                       IF leg-fecha-vto <= ws-fecha-aviso
                           MOVE leg-fecha-vto TO ws-leg-base
                           PERFORM 330-CALCULAR-LIMITE
                           ADD 1 TO cant-por-vencer
                           PERFORM 340-AGREGAR-LINEA
                           MOVE "POR VENCER" TO tle-situacion(idx-tle)
                       END-IF
                   END-IF
               END-IF.

           330-CALCULAR-LIMITE.
               COMPUTE ws-leg-limite = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-leg-base)
                   + ws-leg-gracia).
               IF ws-fecha-proceso > ws-leg-limite
                   MOVE 1 TO flag-socio-bloqueado
               END-IF.

      *    Deja en idx-tle la linea agregada; con la tabla llena se
      *    reutiliza la ultima y se avisa al final.
           340-AGREGAR-LINEA.
               IF cant-tle < 5000
                   ADD 1 TO cant-tle
               ELSE
                   MOVE 1 TO flag-desborde
               END-IF.
               MOVE cant-tle TO idx-tle.
               MOVE soc-filial TO tle-filial(idx-tle).
               MOVE soc-cod TO tle-socio(idx-tle).
               MOVE soc-nom TO tle-nombre(idx-tle).
               MOVE idx-doc TO tle-idx-doc(idx-tle).
               MOVE ws-leg-base TO tle-fecha(idx-tle).
               MOVE ws-leg-limite TO tle-limite(idx-tle).
               IF ws-fecha-proceso > ws-leg-limite
                   MOVE "S" TO tle-bloquea(idx-tle)
               ELSE
                   MOVE "N" TO tle-bloquea(idx-tle)
               END-IF.

           500-IMPRIMIR.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
               MOVE SPACES TO ws-nombre-spool.
               STRING "..\spoolLegajos_" DELIMITED BY SIZE
                      ws-ts-spool        DELIMITED BY SIZE
                      ".txt"             DELIMITED BY SIZE
                      INTO ws-nombre-spool.
               OPEN OUTPUT SPOOL-LEGAJOS.
               PERFORM 510-ENCABEZADO.
               PERFORM VARYING idx-fil FROM 1 BY 1
                       UNTIL idx-fil > 100
                   PERFORM 520-IMPRIMIR-FILIAL
               END-PERFORM.
               MOVE SPACES TO spl-linea.
               WRITE spl-linea.
               MOVE SPACES TO lin-total.
               MOVE "SOCIOS ACTIVOS CONTROLADOS" TO l-tot-texto.
               MOVE cant-socios TO l-tot-cant.
               WRITE spl-linea FROM lin-total.
               MOVE "DOCUMENTOS FALTANTES" TO l-tot-texto.
               MOVE cant-faltantes TO l-tot-cant.
               WRITE spl-linea FROM lin-total.
               MOVE "  RECLAMADOS POR PRIMERA VEZ" TO l-tot-texto.
               MOVE cant-reclamos-nuevos TO l-tot-cant.
               WRITE spl-linea FROM lin-total.
               MOVE "DOCUMENTOS VENCIDOS" TO l-tot-texto.
               MOVE cant-vencidos TO l-tot-cant.
               WRITE spl-linea FROM lin-total.
               MOVE "DOCUMENTOS POR VENCER" TO l-tot-texto.
               MOVE cant-por-vencer TO l-tot-cant.
               WRITE spl-linea FROM lin-total.
               MOVE "SOCIOS CON DEBITOS BLOQUEADOS" TO l-tot-texto.
               MOVE cant-bloqueados TO l-tot-cant.
               WRITE spl-linea FROM lin-total.
               CLOSE SPOOL-LEGAJOS.
               PERFORM 750-CATALOGAR.

           510-ENCABEZADO.
               ADD 1 TO cant-paginas.
               MOVE ws-fecha-proceso TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-tit-fecha.
               MOVE cant-paginas TO l-tit-hoja.
               IF cant-paginas > 1
                   MOVE SPACES TO spl-linea
                   WRITE spl-linea
               END-IF.
               WRITE spl-linea FROM lin-titulo.
               MOVE SPACES TO spl-linea.
               WRITE spl-linea.
               WRITE spl-linea FROM lin-encabezado.
               MOVE 3 TO cant-lineas.

           520-IMPRIMIR-FILIAL.
               MOVE 0 TO cant-fil-lineas.
               PERFORM VARYING idx-tle FROM 1 BY 1
                       UNTIL idx-tle > cant-tle
                   IF tle-filial(idx-tle) + 1 = idx-fil
                       IF cant-fil-lineas = 0
                           PERFORM 530-TITULO-FILIAL
                       END-IF
                       ADD 1 TO cant-fil-lineas
                       PERFORM 540-LINEA-DETALLE
                   END-IF
               END-PERFORM.

           530-TITULO-FILIAL.
               IF cant-lineas >= 57
                   PERFORM 510-ENCABEZADO
               END-IF.
               MOVE SPACES TO spl-linea.
               WRITE spl-linea.
               COMPUTE l-fil-nro = idx-fil - 1.
               MOVE tfi-nombre(idx-fil) TO l-fil-nombre.
               IF l-fil-nombre = SPACES OR LOW-VALUES
                   MOVE "SIN NOMBRE EN FILIALES" TO l-fil-nombre
               END-IF.
               WRITE spl-linea FROM lin-filial.
               ADD 2 TO cant-lineas.

           540-LINEA-DETALLE.
               IF cant-lineas >= 60
                   PERFORM 510-ENCABEZADO
               END-IF.
               MOVE SPACES TO lin-detalle.
               MOVE tle-socio(idx-tle) TO l-det-socio.
               MOVE tle-nombre(idx-tle) TO l-det-nombre.
               MOVE tdo-descripcion(tle-idx-doc(idx-tle))
                   TO l-det-documento.
               MOVE tle-situacion(idx-tle) TO l-det-situacion.
               MOVE tle-fecha(idx-tle) TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-det-fecha.
               IF tle-bloquea(idx-tle) = "S"
                   MOVE "BLOQUEADOS" TO l-det-debitos
               ELSE
                   MOVE tle-limite(idx-tle) TO ws-fecha-aux
                   PERFORM 850-EDITAR-FECHA
                   STRING "SE BLOQUEAN EL " DELIMITED BY SIZE
                          ws-fecha-ed       DELIMITED BY SIZE
                          INTO l-det-debitos
               END-IF.
               WRITE spl-linea FROM lin-detalle.
               ADD 1 TO cant-lineas.

           750-CATALOGAR.
               OPEN EXTEND CATALOGO.
               IF cat-fileStatus NOT = "00"
                   OPEN OUTPUT CATALOGO
               END-IF.
               MOVE ws-ts-spool TO cat-fecha-hora.
               MOVE "CONTROL-LEGAJOS" TO cat-programa.
               MOVE ws-nombre-spool TO cat-archivo.
               MOVE cant-paginas TO cat-paginas.
               WRITE cat-reg.
               CLOSE CATALOGO.

           850-EDITAR-FECHA.
               MOVE ws-fa-dd TO ws-fed-dd.
               MOVE ws-fa-mm TO ws-fed-mm.
               MOVE ws-fa-aaaa TO ws-fed-aaaa.

           900-FIN.
               IF flag-desborde = 1
                   DISPLAY "ATENCION: mas de 5000 novedades de legajo "
                       "- el reporte muestra solo las primeras"
               END-IF.
               DISPLAY "Socios controlados: ", cant-socios,
                   "  faltantes: ", cant-faltantes,
                   "  vencidos: ", cant-vencidos,
                   "  por vencer: ", cant-por-vencer.
               DISPLAY "Socios con debitos bloqueados: ",
                   cant-bloqueados.
               DISPLAY "Reporte de legajos en ",
                   FUNCTION TRIM(ws-nombre-spool).

       END PROGRAM CONTROL-LEGAJOS.
