      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMOS-ABIERTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT reclamos-socios ASSIGN TO "..\reclamosSocios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rso-nro
               FILE STATUS IS rso-fileStatus.

           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-cod
               FILE STATUS IS soc-fileStatus.

           SELECT filiales ASSIGN TO "..\filiales.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fil-fileStatus.

           SELECT spool-reclamos ASSIGN TO ws-nombre-spool
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT catalogo ASSIGN TO "..\catalogoReportes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cat-fileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  reclamos-socios.
       01  rso-reg.
           03 rso-nro pic 9(6).
           03 rso-socio pic 9(6).
           03 rso-filial pic 99.
           03 rso-fecha-alta pic 9(8).
           03 rso-tipo pic x.
               88 rso-debito value "D".
               88 rso-comision value "C".
               88 rso-cheque value "Q".
               88 rso-otro value "O".
           03 rso-mov-origen pic x.
           03 rso-mov-fecha-hora pic x(14).
           03 rso-mov-seq pic 9(3).
           03 rso-mov-concepto pic x(13).
           03 rso-mov-importe pic s9(7)v99.
           03 rso-importe pic 9(7)v99.
           03 rso-responsable pic x(10).
           03 rso-estado pic x.
               88 rso-abierto value "A".
               88 rso-a-favor value "F".
               88 rso-rechazado value "R".
           03 rso-fecha-resol pic 9(8).
           03 rso-descripcion pic x(40).
           03 rso-resolucion pic x(40).
           03 rso-operador-alta pic x(10).

       FD  socios.
       01  soc-reg.
           03 soc-cod pic 9(6).
           03 soc-nom pic x(20).
           03 soc-saldo pic s9(6)v99.
           03 soc-estado pic x.
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

       FD  filiales.
       01  fil-reg.
           03 fil-nro pic 99.
           03 fil-nombre pic x(20).
           03 fil-region pic x(15).

       FD  spool-reclamos.
       01  spr-linea pic x(132).

       FD  catalogo.
       01  cat-reg.
           03 cat-fecha-hora pic x(14).
           03 cat-programa pic x(20).
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  flag-socios pic 9.
       01  rso-fileStatus pic xx.
       01  soc-fileStatus pic xx.
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
       01  ws-plazo-respuesta pic 9(5).
       01  ws-dias pic 9(5).
       01  idx-fil pic 999.
       01  idx-tra pic 9(4).
       01  idx-ant pic 9.
       01  cant-lineas pic 99 value 0.
       01  cant-paginas pic 9(4) value 0.
       01  cant-abiertos pic 9(5) value 0.
       01  cant-fuera-plazo pic 9(5) value 0.
       01  cant-fil-lineas pic 9(5).
       01  cant-fil-fuera pic 9(5).
       01  flag-desborde pic 9 value 0.

      *    Tramos de antiguedad del reclamo, en dias desde el alta.
       01  tabla-tramos.
           03 filler pic x(17) value "00007HASTA 7 DIAS".
           03 filler pic x(17) value "000158 A 15 DIAS ".
           03 filler pic x(17) value "0003016 A 30 DIAS".
           03 filler pic x(17) value "0006031 A 60 DIAS".
           03 filler pic x(17) value "99999MAS DE 60   ".
       01  tabla-tramos-r redefines tabla-tramos.
           03 ttr-item occurs 5 times.
               05 ttr-hasta pic 9(5).
               05 ttr-descripcion pic x(12).
       01  tabla-tramos-total.
           03 ttt-cant pic 9(5) occurs 5 times.
       01  tabla-tramos-filial.
           03 ttf-cant pic 9(5) occurs 5 times.

       01  tabla-filiales.
           03 tfi-nombre pic x(20) occurs 100 times.

      *    Reclamos abiertos, agrupados despues por filial.
       01  tabla-reclamos.
           03 tra-item occurs 5000 times.
               05 tra-filial pic 99.
               05 tra-nro pic 9(6).
               05 tra-socio pic 9(6).
               05 tra-nombre pic x(20).
               05 tra-tipo pic x.
               05 tra-fecha-alta pic 9(8).
               05 tra-dias pic 9(5).
               05 tra-tramo pic 9.
               05 tra-importe pic 9(7)v99.
               05 tra-responsable pic x(10).
       01  cant-tra pic 9(4) value 0.

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
           03 filler pic x(31) value
               "RECLAMOS DE SOCIOS ABIERTOS AL ".
           03 l-tit-fecha pic x(10).
           03 filler pic x(23) value "   PLAZO DE RESPUESTA: ".
           03 l-tit-plazo pic zzz9.
           03 filler pic x(6) value " DIAS".
           03 filler pic x(9) value "   HOJA ".
           03 l-tit-hoja pic zzz9.

       01  lin-filial.
           03 filler pic x(8) value "FILIAL ".
           03 l-fil-nro pic z9.
           03 filler pic x(3) value " - ".
           03 l-fil-nombre pic x(20).

       01  lin-encabezado.
           03 filler pic x(8) value "RECLAMO".
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(5) value "TIPO".
           03 filler pic x(11) value "ALTA".
           03 filler pic x(6) value "DIAS".
           03 filler pic x(13) value "ANTIGUEDAD".
           03 filler pic x(14) value "IMPORTE".
           03 filler pic x(11) value "RESPONSABLE".
           03 filler pic x(16) value "PLAZO".

       01  lin-detalle.
           03 l-det-nro pic 9(6).
           03 filler pic xx value spaces.
           03 l-det-socio pic 9(6).
           03 filler pic x value space.
           03 l-det-nombre pic x(20).
           03 filler pic x value space.
           03 l-det-tipo pic x.
           03 filler pic x(4) value spaces.
           03 l-det-fecha pic x(10).
           03 filler pic x value space.
           03 l-det-dias pic zzzz9.
           03 filler pic x value space.
           03 l-det-tramo pic x(12).
           03 filler pic x value space.
           03 l-det-importe pic z,zzz,zz9.99.
           03 filler pic xx value spaces.
           03 l-det-responsable pic x(10).
           03 filler pic x value space.
           03 l-det-plazo pic x(16).

       01  lin-tramos.
           03 l-tra-texto pic x(20).
           03 l-tra-item occurs 5 times.
               05 l-tra-desc pic x(13).
               05 l-tra-cant pic zz,zz9.
               05 filler pic xx.

       01  lin-total.
           03 l-tot-texto pic x(40).
           03 l-tot-cant pic zz,zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-CARGAR-FILIALES.
            PERFORM 300-CARGAR-RECLAMOS.
            PERFORM 500-IMPRIMIR.
            PERFORM 900-FIN.
            GOBACK.

           100-INICIO.
               DISPLAY "Reporte semanal de reclamos abiertos".
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               PERFORM 110-LEER-PARAMETROS.
               PERFORM VARYING idx-ant FROM 1 BY 1 UNTIL idx-ant > 5
                   MOVE 0 TO ttt-cant(idx-ant)
               END-PERFORM.

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

      *    Plazo de respuesta del reclamo en dias corridos desde el
      *    alta, del maestro de parametros.
           110-LEER-PARAMETROS.
               MOVE ws-fecha-proceso TO ws-par-fecha.
               MOVE "RECL-PLAZO" TO ws-par-clave.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.
               IF ws-par-resultado = "O" AND ws-par-valor > 0
                   MOVE ws-par-valor TO ws-plazo-respuesta
               ELSE
                   MOVE 10 TO ws-plazo-respuesta
               END-IF.

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

           300-CARGAR-RECLAMOS.
               OPEN INPUT RECLAMOS-SOCIOS.
               IF rso-fileStatus = "00"
                   MOVE 0 TO flag-socios
                   OPEN INPUT SOCIOS
                   IF soc-fileStatus = "00"
                       MOVE 1 TO flag-socios
                   END-IF
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ RECLAMOS-SOCIOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF rso-abierto AND
                               rso-fecha-alta <= ws-fecha-proceso
                               PERFORM 310-AGREGAR-RECLAMO
                           END-IF
                       END-READ
                   END-PERFORM
                   IF flag-socios = 1
                       CLOSE SOCIOS
                   END-IF
                   CLOSE RECLAMOS-SOCIOS
               END-IF.

           310-AGREGAR-RECLAMO.
               COMPUTE ws-dias =
                   FUNCTION INTEGER-OF-DATE(ws-fecha-proceso) -
                   FUNCTION INTEGER-OF-DATE(rso-fecha-alta).
               PERFORM VARYING idx-ant FROM 1 BY 1
                       UNTIL ws-dias <= ttr-hasta(idx-ant)
                   CONTINUE
               END-PERFORM.
               ADD 1 TO cant-abiertos.
               ADD 1 TO ttt-cant(idx-ant).
               IF ws-dias > ws-plazo-respuesta
                   ADD 1 TO cant-fuera-plazo
               END-IF.
               IF cant-tra < 5000
                   ADD 1 TO cant-tra
                   MOVE cant-tra TO idx-tra
                   MOVE rso-filial TO tra-filial(idx-tra)
                   MOVE rso-nro TO tra-nro(idx-tra)
                   MOVE rso-socio TO tra-socio(idx-tra)
                   MOVE SPACES TO tra-nombre(idx-tra)
                   IF flag-socios = 1
                       MOVE rso-socio TO soc-cod
                       READ SOCIOS
                           NOT INVALID KEY
                               MOVE soc-nom TO tra-nombre(idx-tra)
                       END-READ
                   END-IF
                   MOVE rso-tipo TO tra-tipo(idx-tra)
                   MOVE rso-fecha-alta TO tra-fecha-alta(idx-tra)
                   MOVE ws-dias TO tra-dias(idx-tra)
                   MOVE idx-ant TO tra-tramo(idx-tra)
                   MOVE rso-importe TO tra-importe(idx-tra)
                   MOVE rso-responsable TO tra-responsable(idx-tra)
               ELSE
                   MOVE 1 TO flag-desborde
               END-IF.

           500-IMPRIMIR.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
               MOVE SPACES TO ws-nombre-spool.
               STRING "..\spoolReclamos_" DELIMITED BY SIZE
                      ws-ts-spool         DELIMITED BY SIZE
                      ".txt"              DELIMITED BY SIZE
                      INTO ws-nombre-spool.
               OPEN OUTPUT SPOOL-RECLAMOS.
               PERFORM 510-ENCABEZADO.
               PERFORM VARYING idx-fil FROM 1 BY 1
                       UNTIL idx-fil > 100
                   PERFORM 520-IMPRIMIR-FILIAL
               END-PERFORM.
               MOVE SPACES TO spr-linea.
               WRITE spr-linea.
               MOVE "TOTAL GENERAL" TO l-tra-texto.
               PERFORM VARYING idx-ant FROM 1 BY 1 UNTIL idx-ant > 5
                   MOVE ttt-cant(idx-ant) TO ttf-cant(idx-ant)
               END-PERFORM.
               PERFORM 560-LINEA-TRAMOS.
               MOVE SPACES TO spr-linea.
               WRITE spr-linea.
               MOVE SPACES TO lin-total.
               MOVE "RECLAMOS ABIERTOS" TO l-tot-texto.
               MOVE cant-abiertos TO l-tot-cant.
               WRITE spr-linea FROM lin-total.
               MOVE "  FUERA DEL PLAZO DE RESPUESTA" TO l-tot-texto.
               MOVE cant-fuera-plazo TO l-tot-cant.
               WRITE spr-linea FROM lin-total.
               CLOSE SPOOL-RECLAMOS.
               PERFORM 750-CATALOGAR.

           510-ENCABEZADO.
               ADD 1 TO cant-paginas.
               MOVE ws-fecha-proceso TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-tit-fecha.
               MOVE ws-plazo-respuesta TO l-tit-plazo.
               MOVE cant-paginas TO l-tit-hoja.
               IF cant-paginas > 1
                   MOVE SPACES TO spr-linea
                   WRITE spr-linea
               END-IF.
               WRITE spr-linea FROM lin-titulo.
               MOVE SPACES TO spr-linea.
               WRITE spr-linea.
               WRITE spr-linea FROM lin-encabezado.
               MOVE 3 TO cant-lineas.

      *    Dentro de la filial, del reclamo mas viejo al mas nuevo:
      *    la tabla se cargo por numero, que es el orden de alta.
           520-IMPRIMIR-FILIAL.
               MOVE 0 TO cant-fil-lineas.
               MOVE 0 TO cant-fil-fuera.
               PERFORM VARYING idx-ant FROM 1 BY 1 UNTIL idx-ant > 5
                   MOVE 0 TO ttf-cant(idx-ant)
               END-PERFORM.
               PERFORM VARYING idx-tra FROM 1 BY 1
                       UNTIL idx-tra > cant-tra
                   IF tra-filial(idx-tra) + 1 = idx-fil
                       IF cant-fil-lineas = 0
                           PERFORM 530-TITULO-FILIAL
                       END-IF
                       ADD 1 TO cant-fil-lineas
                       ADD 1 TO ttf-cant(tra-tramo(idx-tra))
                       PERFORM 540-LINEA-DETALLE
                   END-IF
               END-PERFORM.
               IF cant-fil-lineas > 0
                   MOVE SPACES TO l-tra-texto
                   STRING "FILIAL (" DELIMITED BY SIZE
                          cant-fil-fuera DELIMITED BY SIZE
                          " FUERA)" DELIMITED BY SIZE
                          INTO l-tra-texto
                   PERFORM 560-LINEA-TRAMOS
               END-IF.

           530-TITULO-FILIAL.
               IF cant-lineas >= 56
                   PERFORM 510-ENCABEZADO
               END-IF.
               MOVE SPACES TO spr-linea.
               WRITE spr-linea.
               COMPUTE l-fil-nro = idx-fil - 1.
               MOVE tfi-nombre(idx-fil) TO l-fil-nombre.
               IF l-fil-nombre = SPACES OR LOW-VALUES
                   MOVE "SIN NOMBRE EN FILIALES" TO l-fil-nombre
               END-IF.
               WRITE spr-linea FROM lin-filial.
               ADD 2 TO cant-lineas.

           540-LINEA-DETALLE.
               IF cant-lineas >= 59
                   PERFORM 510-ENCABEZADO
               END-IF.
               MOVE SPACES TO lin-detalle.
               MOVE tra-nro(idx-tra) TO l-det-nro.
               MOVE tra-socio(idx-tra) TO l-det-socio.
               MOVE tra-nombre(idx-tra) TO l-det-nombre.
               MOVE tra-tipo(idx-tra) TO l-det-tipo.
               MOVE tra-fecha-alta(idx-tra) TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-det-fecha.
               MOVE tra-dias(idx-tra) TO l-det-dias.
               MOVE ttr-descripcion(tra-tramo(idx-tra))
                   TO l-det-tramo.
               MOVE tra-importe(idx-tra) TO l-det-importe.
               MOVE tra-responsable(idx-tra) TO l-det-responsable.
               IF tra-dias(idx-tra) > ws-plazo-respuesta
                   MOVE "*** FUERA PLAZO" TO l-det-plazo
                   ADD 1 TO cant-fil-fuera
               ELSE
                   MOVE "EN PLAZO" TO l-det-plazo
               END-IF.
               WRITE spr-linea FROM lin-detalle.
               ADD 1 TO cant-lineas.

           560-LINEA-TRAMOS.
               IF cant-lineas >= 60
                   PERFORM 510-ENCABEZADO
               END-IF.
               PERFORM VARYING idx-ant FROM 1 BY 1 UNTIL idx-ant > 5
                   MOVE ttr-descripcion(idx-ant) TO l-tra-desc(idx-ant)
                   MOVE ttf-cant(idx-ant) TO l-tra-cant(idx-ant)
               END-PERFORM.
               WRITE spr-linea FROM lin-tramos.
               ADD 1 TO cant-lineas.

           750-CATALOGAR.
               OPEN EXTEND CATALOGO.
               IF cat-fileStatus NOT = "00"
                   OPEN OUTPUT CATALOGO
               END-IF.
               MOVE ws-ts-spool TO cat-fecha-hora.
               MOVE "RECLAMOS-ABIERTOS" TO cat-programa.
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
                   DISPLAY "ATENCION: mas de 5000 reclamos abiertos "
                       "- el detalle muestra solo los primeros"
               END-IF.
               DISPLAY "Reclamos abiertos: ", cant-abiertos,
                   "  fuera del plazo de respuesta: ",
                   cant-fuera-plazo.
               DISPLAY "Reporte de reclamos en ",
                   FUNCTION TRIM(ws-nombre-spool).

       END PROGRAM RECLAMOS-ABIERTOS.
