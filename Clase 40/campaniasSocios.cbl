      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPANIAS-SOCIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod
               FILE STATUS IS soc-fileStatus.

           SELECT plazos-fijos ASSIGN TO "..\plazosFijos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pf-fileStatus.

           SELECT prestamos ASSIGN TO "..\prestamos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pre-fileStatus.

           SELECT cuotas-prestamo ASSIGN TO "..\cuotasPrestamo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cup-fileStatus.

           SELECT mov-historico ASSIGN TO "..\movHistorico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS movh-clave
               FILE STATUS IS movh-fileStatus.

           SELECT embargos ASSIGN TO "..\embargos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emb-clave
               FILE STATUS IS emb-fileStatus.

           SELECT exclusion-marketing ASSIGN TO
               "..\exclusionMarketing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS exm-socio
               FILE STATUS IS exm-fileStatus.

           SELECT filiales ASSIGN TO "..\filiales.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fil-fileStatus.

           SELECT campanias ASSIGN TO "..\campanias.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cam-fileStatus.

           SELECT campania-socios ASSIGN TO "..\campaniaSocios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cso-clave
               FILE STATUS IS cso-fileStatus.

           SELECT spool-campania ASSIGN TO ws-nombre-spool
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

       FD  prestamos.
       01  pre-reg.
           03 pre-nro pic 9(5).
           03 pre-socio pic 9(6).
           03 pre-monto pic 9(6)v99.
           03 pre-tasa pic 99v9999.
           03 pre-cant-cuotas pic 99.
           03 pre-fecha-alta pic 9(8).
           03 pre-estado pic x.
               88 pre-activo value "A".
               88 pre-pend-aprob value "P".
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

       FD  embargos.
       01  emb-reg.
           03 emb-clave.
               05 emb-socio pic 9(6).
               05 emb-expediente pic x(12).
           03 emb-importe pic s9(7)v99.
           03 emb-fecha pic 9(8).
           03 emb-estado pic x.
               88 emb-activo value "A".

       FD  exclusion-marketing.
       01  exm-reg.
           03 exm-socio pic 9(6).
           03 exm-fecha pic 9(8).
           03 exm-operador pic x(10).

       FD  filiales.
       01  fil-reg.
           03 fil-nro pic 99.
           03 fil-nombre pic x(20).
           03 fil-region pic x(15).

      *    Una linea por campania: producto ofrecido (P plazo fijo,
      *    T prestamo personal) y ventana en la que se cuenta como
      *    tomada la oferta.
       FD  campanias.
       01  cam-reg.
           03 cam-nro pic 9(4).
           03 cam-tipo pic x.
               88 cam-plazo-fijo value "P".
               88 cam-prestamo value "T".
           03 cam-descripcion pic x(30).
           03 cam-fecha-alta pic 9(8).
           03 cam-desde pic 9(8).
           03 cam-hasta pic 9(8).
           03 cam-operador pic x(10).
           03 cam-seleccionados pic 9(5).

      *    Socios de cada campania: ofrecido (O) hasta que toma el
      *    producto dentro de la ventana (T).
       FD  campania-socios.
       01  cso-reg.
           03 cso-clave.
               05 cso-campania pic 9(4).
               05 cso-socio pic 9(6).
           03 cso-filial pic 99.
           03 cso-saldo pic s9(6)v99.
           03 cso-estado pic x.
               88 cso-ofrecido value "O".
               88 cso-tomado value "T".
           03 cso-fecha-toma pic 9(8).
           03 cso-importe-toma pic 9(7)v99.

       FD  spool-campania.
       01  spc-linea pic x(132).

       FD  catalogo.
       01  cat-reg.
           03 cat-fecha-hora pic x(14).
           03 cat-programa pic x(20).
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  flag-cso-lee pic 9.
       01  flag-confirma pic x.
       01  opc-menu pic 9.
       01  soc-fileStatus pic xx.
       01  pf-fileStatus pic xx.
       01  pre-fileStatus pic xx.
       01  cup-fileStatus pic xx.
       01  movh-fileStatus pic xx.
       01  emb-fileStatus pic xx.
       01  exm-fileStatus pic xx.
       01  fil-fileStatus pic xx.
       01  cam-fileStatus pic xx.
       01  cso-fileStatus pic xx.
       01  cat-fileStatus pic xx.
       01  ws-operador-id pic x(10).
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

      *    Criterios de seleccion (maestro de parametros).
       01  ws-saldo-min pic 9(7)v99.
       01  ws-dias-ocio pic 9(3).
       01  ws-meses-haberes pic 99.
       01  ws-dias-mora pic 9(3).
       01  ws-dias-vigencia pic 9(3).
       01  ws-fecha-ocio pic 9(8).
       01  ws-fecha-mora pic 9(8).
       01  ws-mes-proceso pic 9(6).
       01  ws-mes-proceso-r redefines ws-mes-proceso.
           03 ws-mp-aaaa pic 9(4).
           03 ws-mp-mm pic 99.
       01  ws-mes-mov pic 9(6).
       01  ws-mes-mov-r redefines ws-mes-mov.
           03 ws-mm-aaaa pic 9(4).
           03 ws-mm-mm pic 99.
       01  ws-filial-ed pic 99.
       01  ws-meses-atras pic s9(4).

       01  ws-cam-tipo pic x.
       01  ws-cam-descripcion pic x(30).
       01  ws-cam-nro pic 9(4).
       01  ws-cam-desde pic 9(8).
       01  ws-cam-hasta pic 9(8).
       01  ws-socio-buscado pic 9(6).
       01  ws-bb-desde pic 9(4).
       01  ws-bb-hasta pic 9(4).
       01  ws-bb-medio pic 9(4).
       01  ws-porcentaje pic 999v9.

      *    Socios activos en orden de codigo, con lo que hace falta
      *    para elegirlos. tso-excluido: M no acepta ofertas,
      *    E embargo activo, D deuda en mora.
       01  tabla-socios.
           03 tso-item occurs 5000 times.
               05 tso-cod pic 9(6).
               05 tso-nom pic x(20).
               05 tso-filial pic 99.
               05 tso-saldo pic s9(6)v99.
               05 tso-saldo-min pic s9(7)v99.
               05 tso-meses pic x(12).
               05 tso-excluido pic x.
               05 tso-tiene-producto pic x.
               05 tso-elegido pic 9.
       01  cant-tso pic 9(4) value 0.
       01  idx-tso pic 9(4).
       01  idx-mes pic 99.
       01  cant-meses-ok pic 99.

       01  tabla-filiales.
           03 tfi-item occurs 100 times.
               05 tfi-nombre pic x(20).
               05 tfi-ofrecidos pic 9(5).
               05 tfi-tomados pic 9(5).
               05 tfi-importe pic 9(9)v99.
       01  idx-fil pic 999.

       01  tabla-campanias.
           03 tcm-item occurs 200 times.
               05 tcm-nro pic 9(4).
               05 tcm-tipo pic x.
               05 tcm-descripcion pic x(30).
               05 tcm-desde pic 9(8).
               05 tcm-hasta pic 9(8).
       01  cant-tcm pic 999 value 0.
       01  idx-tcm pic 999.

       01  cant-lineas pic 99 value 0.
       01  cant-paginas pic 9(4) value 0.
       01  cant-elegidos pic 9(5) value 0.
       01  cant-excl-mkt pic 9(5) value 0.
       01  cant-excl-emb pic 9(5) value 0.
       01  cant-excl-mora pic 9(5) value 0.
       01  cant-tomas pic 9(5) value 0.
       01  tot-ofrecidos pic 9(5).
       01  tot-tomados pic 9(5).
       01  tot-importe pic 9(9)v99.

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
           03 l-tit-texto pic x(30).
           03 l-tit-nro pic zzz9.
           03 filler pic x(3) value " - ".
           03 l-tit-descripcion pic x(30).
           03 filler pic x(12) value "   VIGENCIA ".
           03 l-tit-desde pic x(10).
           03 filler pic x(3) value " A ".
           03 l-tit-hasta pic x(10).
           03 filler pic x(9) value "   HOJA ".
           03 l-tit-hoja pic zzz9.

       01  lin-seccion pic x(80).

       01  lin-encabezado.
           03 filler pic x(9) value "  SOCIO ".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(15) value "         SALDO".
           03 filler pic x(3) value spaces.
           03 filler pic x(20) value "SALDO MINIMO PERIODO".

       01  lin-socio.
           03 filler pic x(2) value spaces.
           03 l-soc-cod pic 9(6).
           03 filler pic x value space.
           03 l-soc-nom pic x(20).
           03 filler pic x value space.
           03 l-soc-saldo pic -,---,--9.99.
           03 filler pic x(6) value spaces.
           03 l-soc-saldo-min pic -,---,--9.99.

       01  lin-total.
           03 l-tot-texto pic x(40).
           03 l-tot-cantidad pic zzzzzz9.

       01  lin-conversion.
           03 filler pic x(2) value spaces.
           03 l-con-filial pic x(24).
           03 l-con-ofrecidos pic zzzz9.
           03 filler pic x(3) value spaces.
           03 l-con-tomados pic zzzz9.
           03 filler pic x(3) value spaces.
           03 l-con-porcentaje pic zz9.9.
           03 filler pic x(2) value " %".
           03 filler pic x(3) value spaces.
           03 l-con-importe pic zzz,zzz,zz9.99.

       01  lin-enc-conversion.
           03 filler pic x(26) value "  FILIAL".
           03 filler pic x(8) value "OFREC.".
           03 filler pic x(8) value "TOMARON".
           03 filler pic x(12) value "CONVERSION".
           03 filler pic x(16) value "  IMPORTE TOMADO".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            MOVE 9 TO opc-menu.
            PERFORM UNTIL opc-menu = 0
                DISPLAY "CAMPANIAS COMERCIALES"
                DISPLAY "1 - Generar listas de una campania nueva"
                DISPLAY "2 - Registrar ofertas tomadas"
                DISPLAY "3 - Informe de conversion por campania"
                DISPLAY "0 - Salir"
                ACCEPT opc-menu
                EVALUATE opc-menu
                    WHEN 1
                        PERFORM 200-NUEVA-CAMPANIA
                    WHEN 2
                        PERFORM 600-REGISTRAR-TOMAS
                    WHEN 3
                        PERFORM 700-INFORME-CONVERSION
                END-EVALUATE
            END-PERFORM.
            GOBACK.

           100-INICIO.
               DISPLAY "Ingrese usuario operador:".
               ACCEPT ws-operador-id.
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               PERFORM 110-LEER-PARAMETROS.
               PERFORM 130-CARGAR-FILIALES.

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

      *    Saldo ocioso: el saldo no bajo de CAMP-SALDO-MIN en los
      *    ultimos CAMP-DIAS-OCIO dias. Haberes estables: hubo
      *    acreditacion de haberes en cada uno de los ultimos
      *    CAMP-MESES-HAB meses cerrados. Mora: cuota impaga vencida
      *    hace mas de CAMP-DIAS-MORA dias. La oferta vale
      *    CAMP-VIGENCIA dias desde la generacion.
           110-LEER-PARAMETROS.
               MOVE ws-fecha-proceso TO ws-par-fecha.
               MOVE "CAMP-SALDO-MIN" TO ws-par-clave.
               PERFORM 120-LEER-PARAMETRO.
               IF ws-par-resultado = "O" AND ws-par-valor > 0
                   MOVE ws-par-valor TO ws-saldo-min
               ELSE
                   MOVE 100000 TO ws-saldo-min
               END-IF.
               MOVE "CAMP-DIAS-OCIO" TO ws-par-clave.
               PERFORM 120-LEER-PARAMETRO.
               IF ws-par-resultado = "O" AND ws-par-valor > 0
                   MOVE ws-par-valor TO ws-dias-ocio
               ELSE
                   MOVE 90 TO ws-dias-ocio
               END-IF.
               MOVE "CAMP-MESES-HAB" TO ws-par-clave.
               PERFORM 120-LEER-PARAMETRO.
               IF ws-par-resultado = "O" AND ws-par-valor > 0 AND
                   ws-par-valor <= 12
                   MOVE ws-par-valor TO ws-meses-haberes
               ELSE
                   MOVE 3 TO ws-meses-haberes
               END-IF.
               MOVE "CAMP-DIAS-MORA" TO ws-par-clave.
               PERFORM 120-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-dias-mora
               ELSE
                   MOVE 0 TO ws-dias-mora
               END-IF.
               MOVE "CAMP-VIGENCIA" TO ws-par-clave.
               PERFORM 120-LEER-PARAMETRO.
               IF ws-par-resultado = "O" AND ws-par-valor > 0
                   MOVE ws-par-valor TO ws-dias-vigencia
               ELSE
                   MOVE 60 TO ws-dias-vigencia
               END-IF.
               COMPUTE ws-fecha-ocio = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-fecha-proceso)
                   - ws-dias-ocio).
               COMPUTE ws-fecha-mora = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-fecha-proceso)
                   - ws-dias-mora).
               MOVE ws-fecha-proceso(1:6) TO ws-mes-proceso.

           120-LEER-PARAMETRO.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.

           130-CARGAR-FILIALES.
               PERFORM VARYING idx-fil FROM 1 BY 1 UNTIL idx-fil > 100
                   MOVE SPACES TO tfi-nombre(idx-fil)
               END-PERFORM.
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

      *    Campania nueva: se eligen los socios, se graban con estado
      *    ofrecido y se imprime una lista por filial.
           200-NUEVA-CAMPANIA.
               MOVE SPACE TO ws-cam-tipo.
               PERFORM UNTIL ws-cam-tipo = "P" OR ws-cam-tipo = "T"
                   DISPLAY "Producto: P-Plazo fijo (saldos ociosos), "
                       "T-Prestamo personal (haberes estables)"
                   ACCEPT ws-cam-tipo
                   MOVE FUNCTION UPPER-CASE(ws-cam-tipo)
                       TO ws-cam-tipo
               END-PERFORM.
               DISPLAY "Descripcion de la campania:".
               ACCEPT ws-cam-descripcion.
               PERFORM 210-PROXIMA-CAMPANIA.
               MOVE ws-fecha-proceso TO ws-cam-desde.
               COMPUTE ws-cam-hasta = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-fecha-proceso)
                   + ws-dias-vigencia).
               MOVE 0 TO cant-elegidos cant-excl-mkt cant-excl-emb
                         cant-excl-mora.
               PERFORM 300-CARGAR-SOCIOS.
               IF cant-tso > 0
                   PERFORM 320-EXCLUSIONES
                   PERFORM 340-PRODUCTOS-VIGENTES
                   PERFORM 360-HISTORIA-MOVIMIENTOS
                   PERFORM 400-ELEGIR-SOCIOS
               END-IF.
               DISPLAY "Excluidos: no aceptan ofertas ", cant-excl-mkt,
                   "  embargo ", cant-excl-emb, "  mora ",
                   cant-excl-mora.
               IF cant-elegidos = 0
                   DISPLAY "Ningun socio cumple las condiciones de la "
                       "campania"
               ELSE
                   DISPLAY "Campania ", ws-cam-nro, ": ",
                       cant-elegidos, " socios elegidos, vigente "
                       "hasta el ", ws-cam-hasta
                   DISPLAY "Confirma la campania? S/N"
                   ACCEPT flag-confirma
                   IF flag-confirma = "S" OR flag-confirma = "s"
                       PERFORM 450-GRABAR-CAMPANIA
                       PERFORM 500-IMPRIMIR-LISTAS
                       DISPLAY "Listas en ",
                           FUNCTION TRIM(ws-nombre-spool)
                   ELSE
                       DISPLAY "Campania descartada"
                   END-IF
               END-IF.

           210-PROXIMA-CAMPANIA.
               MOVE 0 TO ws-cam-nro.
               OPEN INPUT CAMPANIAS.
               IF cam-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CAMPANIAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cam-nro > ws-cam-nro
                               MOVE cam-nro TO ws-cam-nro
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAMPANIAS
               END-IF.
               ADD 1 TO ws-cam-nro.

           300-CARGAR-SOCIOS.
               MOVE 0 TO cant-tso.
               OPEN INPUT SOCIOS.
               IF soc-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ SOCIOS NEXT AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF soc-activo
                               PERFORM 310-AGREGAR-SOCIO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SOCIOS
               END-IF.
               IF cant-tso > 5000
                   MOVE 5000 TO cant-tso
               END-IF.

           310-AGREGAR-SOCIO.
               IF cant-tso < 5000
                   ADD 1 TO cant-tso
                   MOVE soc-cod TO tso-cod(cant-tso)
                   MOVE soc-nom TO tso-nom(cant-tso)
                   MOVE soc-filial TO tso-filial(cant-tso)
                   MOVE soc-saldo TO tso-saldo(cant-tso)
                   MOVE soc-saldo TO tso-saldo-min(cant-tso)
                   MOVE ALL "N" TO tso-meses(cant-tso)
                   MOVE SPACE TO tso-excluido(cant-tso)
                   MOVE "N" TO tso-tiene-producto(cant-tso)
                   MOVE 0 TO tso-elegido(cant-tso)
               ELSE
                   IF cant-tso = 5000
                       DISPLAY "Mas de 5000 socios activos - el resto "
                           "no entra en esta campania"
                       ADD 1 TO cant-tso
                   END-IF
               END-IF.

      *    Quedan fuera los que pidieron no recibir ofertas, los
      *    embargados y los que tienen cuotas en mora.
           320-EXCLUSIONES.
               OPEN INPUT EXCLUSION-MARKETING.
               IF exm-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ EXCLUSION-MARKETING NEXT AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           MOVE exm-socio TO ws-socio-buscado
                           PERFORM 490-UBICAR-SOCIO
                           IF idx-tso > 0
                               MOVE "M" TO tso-excluido(idx-tso)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXCLUSION-MARKETING
               END-IF.
               OPEN INPUT EMBARGOS.
               IF emb-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ EMBARGOS NEXT AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF emb-activo
                               MOVE emb-socio TO ws-socio-buscado
                               PERFORM 490-UBICAR-SOCIO
                               IF idx-tso > 0 AND
                                   tso-excluido(idx-tso) = SPACE
                                   MOVE "E" TO tso-excluido(idx-tso)
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMBARGOS
               END-IF.
               OPEN INPUT CUOTAS-PRESTAMO.
               IF cup-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUOTAS-PRESTAMO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF (cup-estado = "P" OR cup-estado = "M")
                               AND cup-vto < ws-fecha-mora
                               MOVE cup-socio TO ws-socio-buscado
                               PERFORM 490-UBICAR-SOCIO
                               IF idx-tso > 0 AND
                                   tso-excluido(idx-tso) = SPACE
                                   MOVE "D" TO tso-excluido(idx-tso)
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUOTAS-PRESTAMO
               END-IF.

      *    A quien ya tiene el producto no se le ofrece otro: plazo
      *    fijo vigente, o prestamo activo o pendiente de aprobacion.
           340-PRODUCTOS-VIGENTES.
               IF ws-cam-tipo = "P"
                   OPEN INPUT PLAZOS-FIJOS
                   IF pf-fileStatus = "00"
                       MOVE 1 TO flag-fin
                       PERFORM UNTIL flag-fin = 0
                           READ PLAZOS-FIJOS AT END
                               MOVE 0 TO flag-fin
                           NOT AT END
                               IF pf-vigente
                                   MOVE pf-socio TO ws-socio-buscado
                                   PERFORM 345-MARCAR-PRODUCTO
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE PLAZOS-FIJOS
                   END-IF
               ELSE
                   OPEN INPUT PRESTAMOS
                   IF pre-fileStatus = "00"
                       MOVE 1 TO flag-fin
                       PERFORM UNTIL flag-fin = 0
                           READ PRESTAMOS AT END
                               MOVE 0 TO flag-fin
                           NOT AT END
                               IF pre-activo OR pre-pend-aprob
                                   MOVE pre-socio TO ws-socio-buscado
                                   PERFORM 345-MARCAR-PRODUCTO
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE PRESTAMOS
                   END-IF
               END-IF.

           345-MARCAR-PRODUCTO.
               PERFORM 490-UBICAR-SOCIO.
               IF idx-tso > 0
                   MOVE "S" TO tso-tiene-producto(idx-tso)
               END-IF.

      *    Del historico salen el saldo minimo del periodo de ocio y
      *    los meses con acreditacion de haberes. El mes 1 es el
      *    anterior al de proceso.
           360-HISTORIA-MOVIMIENTOS.
               MOVE 0 TO ws-socio-buscado.
               MOVE 0 TO idx-tso.
               OPEN INPUT MOV-HISTORICO.
               IF movh-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ MOV-HISTORICO NEXT AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF movh-fecha-hora(1:8) IS NUMERIC
                               PERFORM 370-APLICAR-MOVIMIENTO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOV-HISTORICO
               END-IF.

           370-APLICAR-MOVIMIENTO.
               IF movh-socio NOT = ws-socio-buscado
                   MOVE movh-socio TO ws-socio-buscado
                   PERFORM 490-UBICAR-SOCIO
               END-IF.
               IF idx-tso > 0
                   IF movh-fecha-hora(1:8) >= ws-fecha-ocio AND
                       movh-fecha-hora(1:8) <= ws-fecha-proceso AND
                       movh-saldo-result < tso-saldo-min(idx-tso)
                       MOVE movh-saldo-result TO tso-saldo-min(idx-tso)
                   END-IF
                   IF movh-concepto = "ACRED-HABERES"
                       MOVE movh-fecha-hora(1:6) TO ws-mes-mov
                       COMPUTE ws-meses-atras =
                           (ws-mp-aaaa * 12 + ws-mp-mm) -
                           (ws-mm-aaaa * 12 + ws-mm-mm)
                       IF ws-meses-atras >= 1 AND
                           ws-meses-atras <= ws-meses-haberes
                           MOVE ws-meses-atras TO idx-mes
                           MOVE "S" TO tso-meses(idx-tso)(idx-mes:1)
                       END-IF
                   END-IF
               END-IF.

           400-ELEGIR-SOCIOS.
               PERFORM VARYING idx-tso FROM 1 BY 1
                       UNTIL idx-tso > cant-tso
                   EVALUATE tso-excluido(idx-tso)
                       WHEN "M"
                           ADD 1 TO cant-excl-mkt
                       WHEN "E"
                           ADD 1 TO cant-excl-emb
                       WHEN "D"
                           ADD 1 TO cant-excl-mora
                       WHEN OTHER
                           PERFORM 410-EVALUAR-SOCIO
                   END-EVALUATE
               END-PERFORM.

           410-EVALUAR-SOCIO.
               IF tso-tiene-producto(idx-tso) = "N"
                   IF ws-cam-tipo = "P"
                       IF tso-saldo(idx-tso) >= ws-saldo-min AND
                           tso-saldo-min(idx-tso) >= ws-saldo-min
                           MOVE 1 TO tso-elegido(idx-tso)
                       END-IF
                   ELSE
                       MOVE 0 TO cant-meses-ok
                       INSPECT tso-meses(idx-tso)(1:ws-meses-haberes)
                           TALLYING cant-meses-ok FOR ALL "S"
                       IF cant-meses-ok = ws-meses-haberes
                           MOVE 1 TO tso-elegido(idx-tso)
                       END-IF
                   END-IF
               END-IF.
               IF tso-elegido(idx-tso) = 1
                   ADD 1 TO cant-elegidos
               END-IF.

      *    Cabecera en campanias.txt y un registro por socio elegido.
           450-GRABAR-CAMPANIA.
               OPEN EXTEND CAMPANIAS.
               IF cam-fileStatus NOT = "00"
                   OPEN OUTPUT CAMPANIAS
               END-IF.
               MOVE ws-cam-nro TO cam-nro.
               MOVE ws-cam-tipo TO cam-tipo.
               MOVE ws-cam-descripcion TO cam-descripcion.
               MOVE ws-fecha-proceso TO cam-fecha-alta.
               MOVE ws-cam-desde TO cam-desde.
               MOVE ws-cam-hasta TO cam-hasta.
               MOVE ws-operador-id TO cam-operador.
               MOVE cant-elegidos TO cam-seleccionados.
               WRITE cam-reg.
               CLOSE CAMPANIAS.
               OPEN I-O CAMPANIA-SOCIOS.
               IF cso-fileStatus = "35"
                   OPEN OUTPUT CAMPANIA-SOCIOS
                   CLOSE CAMPANIA-SOCIOS
                   OPEN I-O CAMPANIA-SOCIOS
               END-IF.
               PERFORM VARYING idx-tso FROM 1 BY 1
                       UNTIL idx-tso > cant-tso
                   IF tso-elegido(idx-tso) = 1
                       INITIALIZE cso-reg
                       MOVE ws-cam-nro TO cso-campania
                       MOVE tso-cod(idx-tso) TO cso-socio
                       MOVE tso-filial(idx-tso) TO cso-filial
                       MOVE tso-saldo(idx-tso) TO cso-saldo
                       SET cso-ofrecido TO TRUE
                       WRITE cso-reg INVALID KEY
                           DISPLAY "Socio ", cso-socio, " repetido "
                               "en la campania"
                       END-WRITE
                   END-IF
               END-PERFORM.
               CLOSE CAMPANIA-SOCIOS.

           490-UBICAR-SOCIO.
               MOVE 0 TO idx-tso.
               MOVE 1 TO ws-bb-desde.
               MOVE cant-tso TO ws-bb-hasta.
               PERFORM UNTIL ws-bb-desde > ws-bb-hasta OR idx-tso > 0
                   COMPUTE ws-bb-medio =
                       (ws-bb-desde + ws-bb-hasta) / 2
                   EVALUATE TRUE
                       WHEN tso-cod(ws-bb-medio) = ws-socio-buscado
                           MOVE ws-bb-medio TO idx-tso
                       WHEN tso-cod(ws-bb-medio) < ws-socio-buscado
                           COMPUTE ws-bb-desde = ws-bb-medio + 1
                       WHEN OTHER
                           COMPUTE ws-bb-hasta = ws-bb-medio - 1
                   END-EVALUATE
               END-PERFORM.

      *    Una lista por filial, cada una en hoja nueva, para que
      *    cada filial reciba solo la suya.
           500-IMPRIMIR-LISTAS.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
               MOVE SPACES TO ws-nombre-spool.
               STRING "..\spoolCampania_"  DELIMITED BY SIZE
                      ws-ts-spool          DELIMITED BY SIZE
                      ".txt"               DELIMITED BY SIZE
                      INTO ws-nombre-spool.
               OPEN OUTPUT SPOOL-CAMPANIA.
               MOVE 0 TO cant-paginas.
               IF ws-cam-tipo = "P"
                   MOVE "CAMPANIA PLAZO FIJO NRO" TO l-tit-texto
               ELSE
                   MOVE "CAMPANIA PRESTAMO PERSONAL NRO" TO l-tit-texto
               END-IF.
               MOVE ws-cam-nro TO l-tit-nro.
               MOVE ws-cam-descripcion TO l-tit-descripcion.
               MOVE ws-cam-desde TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-tit-desde.
               MOVE ws-cam-hasta TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-tit-hasta.
               PERFORM VARYING idx-fil FROM 1 BY 1 UNTIL idx-fil > 100
                   MOVE 0 TO tfi-ofrecidos(idx-fil)
               END-PERFORM.
               PERFORM VARYING idx-tso FROM 1 BY 1
                       UNTIL idx-tso > cant-tso
                   IF tso-elegido(idx-tso) = 1
                       COMPUTE idx-fil = tso-filial(idx-tso) + 1
                       ADD 1 TO tfi-ofrecidos(idx-fil)
                   END-IF
               END-PERFORM.
               PERFORM VARYING idx-fil FROM 1 BY 1 UNTIL idx-fil > 100
                   IF tfi-ofrecidos(idx-fil) > 0
                       PERFORM 510-LISTA-FILIAL
                   END-IF
               END-PERFORM.
               CLOSE SPOOL-CAMPANIA.
               PERFORM 750-CATALOGAR.

           510-LISTA-FILIAL.
               PERFORM 610-ENCABEZADO.
               PERFORM 515-TITULO-FILIAL.
               PERFORM VARYING idx-tso FROM 1 BY 1
                       UNTIL idx-tso > cant-tso
                   IF tso-elegido(idx-tso) = 1 AND
                       tso-filial(idx-tso) + 1 = idx-fil
                       PERFORM 620-LINEA-SOCIO
                   END-IF
               END-PERFORM.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               MOVE "SOCIOS DE LA FILIAL:" TO l-tot-texto.
               MOVE tfi-ofrecidos(idx-fil) TO l-tot-cantidad.
               WRITE spc-linea FROM lin-total.
               ADD 2 TO cant-lineas.

           515-TITULO-FILIAL.
               MOVE SPACES TO lin-seccion.
               COMPUTE ws-filial-ed = idx-fil - 1.
               STRING "FILIAL " DELIMITED BY SIZE
                      ws-filial-ed DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      tfi-nombre(idx-fil) DELIMITED BY SIZE
                      INTO lin-seccion.
               WRITE spc-linea FROM lin-seccion.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               WRITE spc-linea FROM lin-encabezado.
               ADD 3 TO cant-lineas.

      *    Una oferta se da por tomada si el socio constituyo un
      *    plazo fijo, o le otorgaron un prestamo que no sea
      *    refinanciacion, dentro de la vigencia de la campania.
           600-REGISTRAR-TOMAS.
               PERFORM 650-CARGAR-CAMPANIAS.
               MOVE 0 TO cant-tomas.
               IF cant-tcm = 0
                   DISPLAY "No hay campanias generadas"
               ELSE
                   OPEN I-O CAMPANIA-SOCIOS
                   IF cso-fileStatus = "00"
                       PERFORM 660-TOMAS-PLAZO-FIJO
                       PERFORM 670-TOMAS-PRESTAMO
                       CLOSE CAMPANIA-SOCIOS
                   END-IF
                   DISPLAY "Ofertas tomadas registradas: ", cant-tomas
               END-IF.

           650-CARGAR-CAMPANIAS.
               MOVE 0 TO cant-tcm.
               OPEN INPUT CAMPANIAS.
               IF cam-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CAMPANIAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-tcm < 200
                               ADD 1 TO cant-tcm
                               MOVE cam-nro TO tcm-nro(cant-tcm)
                               MOVE cam-tipo TO tcm-tipo(cant-tcm)
                               MOVE cam-descripcion
                                   TO tcm-descripcion(cant-tcm)
                               MOVE cam-desde TO tcm-desde(cant-tcm)
                               MOVE cam-hasta TO tcm-hasta(cant-tcm)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAMPANIAS
               END-IF.

           660-TOMAS-PLAZO-FIJO.
               OPEN INPUT PLAZOS-FIJOS.
               IF pf-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PLAZOS-FIJOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           PERFORM VARYING idx-tcm FROM 1 BY 1
                                   UNTIL idx-tcm > cant-tcm
                               IF tcm-tipo(idx-tcm) = "P" AND
                                   pf-fecha-inicio >= tcm-desde(idx-tcm)
                                   AND
                                   pf-fecha-inicio <= tcm-hasta(idx-tcm)
                                   MOVE pf-socio TO cso-socio
                                   MOVE pf-fecha-inicio TO ws-fecha-aux
                                   MOVE pf-capital TO tot-importe
                                   PERFORM 680-MARCAR-TOMA
                               END-IF
                           END-PERFORM
                       END-READ
                   END-PERFORM
                   CLOSE PLAZOS-FIJOS
               END-IF.

           670-TOMAS-PRESTAMO.
               OPEN INPUT PRESTAMOS.
               IF pre-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PRESTAMOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF pre-refinancia = 0
                               PERFORM 675-PRESTAMO-EN-CAMPANIAS
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRESTAMOS
               END-IF.

           675-PRESTAMO-EN-CAMPANIAS.
               PERFORM VARYING idx-tcm FROM 1 BY 1
                       UNTIL idx-tcm > cant-tcm
                   IF tcm-tipo(idx-tcm) = "T" AND
                       pre-fecha-alta >= tcm-desde(idx-tcm) AND
                       pre-fecha-alta <= tcm-hasta(idx-tcm)
                       MOVE pre-socio TO cso-socio
                       MOVE pre-fecha-alta TO ws-fecha-aux
                       MOVE pre-monto TO tot-importe
                       PERFORM 680-MARCAR-TOMA
                   END-IF
               END-PERFORM.

           680-MARCAR-TOMA.
               MOVE tcm-nro(idx-tcm) TO cso-campania.
               READ CAMPANIA-SOCIOS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF cso-ofrecido
                       SET cso-tomado TO TRUE
                       MOVE ws-fecha-aux TO cso-fecha-toma
                       MOVE tot-importe TO cso-importe-toma
                       REWRITE cso-reg
                       ADD 1 TO cant-tomas
                   END-IF
               END-READ.

      *    Por campania: ofrecidos, tomados, conversion e importe,
      *    abierto por filial.
           700-INFORME-CONVERSION.
               PERFORM 650-CARGAR-CAMPANIAS.
               IF cant-tcm = 0
                   DISPLAY "No hay campanias generadas"
               ELSE
                   OPEN INPUT CAMPANIA-SOCIOS
                   MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool
                   MOVE SPACES TO ws-nombre-spool
                   STRING "..\spoolConversionCampanias_"
                                            DELIMITED BY SIZE
                          ws-ts-spool       DELIMITED BY SIZE
                          ".txt"            DELIMITED BY SIZE
                          INTO ws-nombre-spool
                   OPEN OUTPUT SPOOL-CAMPANIA
                   MOVE 0 TO cant-paginas
                   PERFORM VARYING idx-tcm FROM 1 BY 1
                           UNTIL idx-tcm > cant-tcm
                       PERFORM 710-CONVERSION-CAMPANIA
                   END-PERFORM
                   CLOSE SPOOL-CAMPANIA
                   IF cso-fileStatus = "00"
                       CLOSE CAMPANIA-SOCIOS
                   END-IF
                   PERFORM 750-CATALOGAR
                   DISPLAY "Informe en ",
                       FUNCTION TRIM(ws-nombre-spool)
               END-IF.

           710-CONVERSION-CAMPANIA.
               PERFORM VARYING idx-fil FROM 1 BY 1 UNTIL idx-fil > 100
                   MOVE 0 TO tfi-ofrecidos(idx-fil)
                   MOVE 0 TO tfi-tomados(idx-fil)
                   MOVE 0 TO tfi-importe(idx-fil)
               END-PERFORM.
               IF cso-fileStatus = "00"
                   MOVE tcm-nro(idx-tcm) TO cso-campania
                   MOVE 0 TO cso-socio
                   START CAMPANIA-SOCIOS KEY IS NOT LESS THAN cso-clave
                       INVALID KEY
                           MOVE 0 TO flag-cso-lee
                       NOT INVALID KEY
                           MOVE 1 TO flag-cso-lee
                   END-START
                   PERFORM UNTIL flag-cso-lee = 0
                       READ CAMPANIA-SOCIOS NEXT AT END
                           MOVE 0 TO flag-cso-lee
                       NOT AT END
                           IF cso-campania NOT = tcm-nro(idx-tcm)
                               MOVE 0 TO flag-cso-lee
                           ELSE
                               PERFORM 720-SUMAR-SOCIO
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               IF tcm-tipo(idx-tcm) = "P"
                   MOVE "CAMPANIA PLAZO FIJO NRO" TO l-tit-texto
               ELSE
                   MOVE "CAMPANIA PRESTAMO PERSONAL NRO" TO l-tit-texto
               END-IF.
               MOVE tcm-nro(idx-tcm) TO l-tit-nro.
               MOVE tcm-descripcion(idx-tcm) TO l-tit-descripcion.
               MOVE tcm-desde(idx-tcm) TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-tit-desde.
               MOVE tcm-hasta(idx-tcm) TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-tit-hasta.
               PERFORM 610-ENCABEZADO.
               WRITE spc-linea FROM lin-enc-conversion.
               ADD 1 TO cant-lineas.
               MOVE 0 TO tot-ofrecidos tot-tomados tot-importe.
               PERFORM VARYING idx-fil FROM 1 BY 1 UNTIL idx-fil > 100
                   IF tfi-ofrecidos(idx-fil) > 0
                       MOVE SPACES TO l-con-filial
                       COMPUTE ws-filial-ed = idx-fil - 1
                       STRING ws-filial-ed DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              tfi-nombre(idx-fil) DELIMITED BY SIZE
                              INTO l-con-filial
                       MOVE tfi-ofrecidos(idx-fil) TO tot-ofrecidos
                       MOVE tfi-tomados(idx-fil) TO tot-tomados
                       MOVE tfi-importe(idx-fil) TO tot-importe
                       PERFORM 730-LINEA-CONVERSION
                   END-IF
               END-PERFORM.
               MOVE 0 TO tot-ofrecidos tot-tomados tot-importe.
               PERFORM VARYING idx-fil FROM 1 BY 1 UNTIL idx-fil > 100
                   ADD tfi-ofrecidos(idx-fil) TO tot-ofrecidos
                   ADD tfi-tomados(idx-fil) TO tot-tomados
                   ADD tfi-importe(idx-fil) TO tot-importe
               END-PERFORM.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               ADD 1 TO cant-lineas.
               MOVE "TOTAL CAMPANIA" TO l-con-filial.
               PERFORM 730-LINEA-CONVERSION.

           720-SUMAR-SOCIO.
               COMPUTE idx-fil = cso-filial + 1.
               ADD 1 TO tfi-ofrecidos(idx-fil).
               IF cso-tomado
                   ADD 1 TO tfi-tomados(idx-fil)
                   ADD cso-importe-toma TO tfi-importe(idx-fil)
               END-IF.

           730-LINEA-CONVERSION.
               IF cant-lineas >= 60
                   PERFORM 610-ENCABEZADO
               END-IF.
               MOVE tot-ofrecidos TO l-con-ofrecidos.
               MOVE tot-tomados TO l-con-tomados.
               IF tot-ofrecidos > 0
                   COMPUTE ws-porcentaje ROUNDED =
                       tot-tomados * 100 / tot-ofrecidos
               ELSE
                   MOVE 0 TO ws-porcentaje
               END-IF.
               MOVE ws-porcentaje TO l-con-porcentaje.
               MOVE tot-importe TO l-con-importe.
               WRITE spc-linea FROM lin-conversion.
               ADD 1 TO cant-lineas.

           610-ENCABEZADO.
               ADD 1 TO cant-paginas.
               MOVE cant-paginas TO l-tit-hoja.
               IF cant-paginas > 1
                   MOVE SPACES TO spc-linea
                   WRITE spc-linea
               END-IF.
               WRITE spc-linea FROM lin-titulo.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               MOVE 2 TO cant-lineas.

           620-LINEA-SOCIO.
               IF cant-lineas >= 60
                   PERFORM 610-ENCABEZADO
                   PERFORM 515-TITULO-FILIAL
               END-IF.
               MOVE tso-cod(idx-tso) TO l-soc-cod.
               MOVE tso-nom(idx-tso) TO l-soc-nom.
               MOVE tso-saldo(idx-tso) TO l-soc-saldo.
               MOVE tso-saldo-min(idx-tso) TO l-soc-saldo-min.
               WRITE spc-linea FROM lin-socio.
               ADD 1 TO cant-lineas.

           750-CATALOGAR.
               OPEN EXTEND CATALOGO.
               IF cat-fileStatus NOT = "00"
                   OPEN OUTPUT CATALOGO
               END-IF.
               MOVE ws-ts-spool TO cat-fecha-hora.
               MOVE "CAMPANIAS-SOCIOS" TO cat-programa.
               MOVE ws-nombre-spool TO cat-archivo.
               MOVE cant-paginas TO cat-paginas.
               WRITE cat-reg.
               CLOSE CATALOGO.

           850-EDITAR-FECHA.
               MOVE ws-fa-dd TO ws-fed-dd.
               MOVE ws-fa-mm TO ws-fed-mm.
               MOVE ws-fa-aaaa TO ws-fed-aaaa.

       END PROGRAM CAMPANIAS-SOCIOS.
