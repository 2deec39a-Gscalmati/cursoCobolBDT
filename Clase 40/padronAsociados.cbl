      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADRON-ASOCIADOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS soc-cod.

           SELECT cuotas-prestamo ASSIGN TO "..\cuotasPrestamo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cup-fileStatus.

           SELECT spool-padron ASSIGN TO ws-nombre-spool
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
               88 soc-suspendido value "S".
               88 soc-fallecido value "F".
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

       FD  spool-padron.
       01  spd-linea pic x(132).

       FD  catalogo.
       01  cat-reg.
           03 cat-fecha-hora pic x(14).
           03 cat-programa pic x(20).
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  flag-desborde pic 9 value 0.
       01  cup-fileStatus pic xx.
       01  cat-fileStatus pic xx.
       01  ws-nombre-spool pic x(40).
       01  ws-ts-spool pic x(14).
       01  ws-fecha-hoy pic 9(8).
       01  ws-fecha-corte pic 9(8).
       01  ws-antiguedad pic 9(3) value 12.
       01  ws-meses pic 9(6).

      *    Fecha hasta la que tiene que haber ingresado el socio para
      *    tener la antiguedad minima al corte.
       01  ws-fecha-limite.
           03 ws-lim-anio pic 9(4).
           03 ws-lim-mes pic 99.
           03 ws-lim-dia pic 99.
       01  ws-fecha-limite-n redefines ws-fecha-limite pic 9(8).

       01  ws-par-clave pic x(14).
       01  ws-par-fecha pic 9(8).
       01  ws-par-valor pic 9(9)v9999.
       01  ws-par-resultado pic x.

      *    Socios con cuotas de prestamo vencidas e impagas al corte.
       01  tabla-morosos.
           03 tmo-item occurs 2000 times.
               05 tmo-socio pic 9(6).
               05 tmo-cuotas pic 9(3).
       01  cant-tmo pic 9(4) value 0.
       01  idx-tmo pic 9(4).

      *    Padron y excluidos en una sola tabla, cargada ya ordenada
      *    por lista, filial y nombre: cada socio se inserta en su
      *    lugar y cada listado recorre solo los de su tipo.
       01  ws-item.
           03 ws-clave.
               05 ws-tipo pic x.
               05 ws-filial pic 99.
               05 ws-nombre pic x(20).
               05 ws-socio pic 9(6).
           03 ws-nom pic x(20).
           03 ws-dni pic 9(8).
           03 ws-motivo pic x(44).

       01  tabla-lista.
           03 tli-item occurs 4000 times.
               05 tli-clave.
                   07 tli-tipo pic x.
                   07 tli-filial pic 99.
                   07 tli-nombre pic x(20).
                   07 tli-socio pic 9(6).
               05 tli-nom pic x(20).
               05 tli-dni pic 9(8).
               05 tli-motivo pic x(44).
       01  cant-tli pic 9(4) value 0.
       01  cant-tpa pic 9(4) value 0.
       01  cant-tex pic 9(4) value 0.
       01  cant-lista pic 9(4).
       01  idx-tli pic 9(4).
       01  idx-pos pic 9(4).
       01  idx-mov pic 9(4).

       01  ws-tipo-lista pic x.
           88 lista-padron value "P".
           88 lista-excluidos value "E".
       01  ws-filial-ant pic 99.
       01  cant-impresos pic 9(4).
       01  cant-paginas pic 9(4).
       01  cant-lineas-pag pic 99.
       01  cant-filial pic 9(5).
       01  ws-lineas-pagina pic 99 value 50.

       01  lin-titulo.
           03 l-tit-texto pic x(44).
           03 filler pic x(17) value " - FECHA DE CORTE".
           03 filler pic x value space.
           03 l-tit-corte pic 9(8).
           03 filler pic x(10) value "   PAGINA ".
           03 l-tit-pagina pic zzz9.

       01  lin-filial.
           03 filler pic x(7) value "FILIAL ".
           03 l-filial pic 99.

       01  lin-enc-padron.
           03 filler pic x(38) value
               "  NRO  SOCIO  APELLIDO Y NOMBRE       ".
           03 filler pic x(42) value
               "   DNI      FIRMA".

       01  lin-det-padron.
           03 l-orden pic zzzz9.
           03 filler pic x(2) value spaces.
           03 l-socio pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-nom pic x(20).
           03 filler pic x(2) value spaces.
           03 l-dni pic zz,zzz,zz9.
           03 filler pic x(3) value spaces.
           03 filler pic x(30) value all "_".

       01  lin-enc-excluidos.
           03 filler pic x(38) value
               "  NRO  SOCIO  APELLIDO Y NOMBRE       ".
           03 filler pic x(42) value
               "   DNI      MOTIVO DE EXCLUSION".

       01  lin-det-excluidos.
           03 l-ex-orden pic zzzz9.
           03 filler pic x(2) value spaces.
           03 l-ex-socio pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-ex-nom pic x(20).
           03 filler pic x(2) value spaces.
           03 l-ex-dni pic zz,zzz,zz9.
           03 filler pic x(3) value spaces.
           03 l-ex-motivo pic x(44).

       01  lin-sub-filial.
           03 filler pic x(19) value "TOTAL DE LA FILIAL ".
           03 l-sub-filial pic z9.
           03 filler pic x(2) value ": ".
           03 l-sub-cant pic zz,zz9.

       01  lin-total.
           03 l-tot-texto pic x(30).
           03 l-tot-cant pic zz,zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            IF ws-fecha-corte > ws-fecha-hoy
               DISPLAY "La fecha de corte no puede ser posterior a "
                   "hoy - padron no generado"
            ELSE
               PERFORM 200-CARGAR-MOROSOS
               IF flag-desborde = 0
                   PERFORM 300-CLASIFICAR-SOCIOS
               END-IF
               IF flag-desborde = 1
                   DISPLAY "Los socios exceden la capacidad de las "
                       "tablas - padron no generado"
               ELSE
                   PERFORM 600-IMPRIMIR-PADRON
                   PERFORM 650-IMPRIMIR-EXCLUIDOS
                   PERFORM 900-FIN
               END-IF
            END-IF.
            STOP RUN.

           100-INICIO.
               DISPLAY "Padron de asociados para la asamblea".
               DISPLAY "Fecha de corte AAAAMMDD (0 = hoy):".
               ACCEPT ws-fecha-corte.
               ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
               IF ws-fecha-corte = 0
                   MOVE ws-fecha-hoy TO ws-fecha-corte
               END-IF.
               PERFORM 110-CALCULAR-LIMITE.

      *    PADRON-ANTIG: meses de antiguedad minima para votar, con
      *    la vigencia de la fecha de corte (12 si no esta cargada).
           110-CALCULAR-LIMITE.
               MOVE "PADRON-ANTIG" TO ws-par-clave.
               MOVE ws-fecha-corte TO ws-par-fecha.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-antiguedad
               END-IF.
               MOVE ws-fecha-corte TO ws-fecha-limite-n.
               COMPUTE ws-meses = ws-lim-anio * 12 + ws-lim-mes - 1
                   - ws-antiguedad.
               DIVIDE ws-meses BY 12 GIVING ws-lim-anio
                   REMAINDER ws-lim-mes.
               ADD 1 TO ws-lim-mes.

      *    Una cuota esta vencida al corte si vencio antes de esa
      *    fecha y sigue pendiente o en mora.
           200-CARGAR-MOROSOS.
               OPEN INPUT CUOTAS-PRESTAMO.
               IF cup-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUOTAS-PRESTAMO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF (cup-estado = "P" OR cup-estado = "M")
                               AND cup-vto < ws-fecha-corte
                               PERFORM 210-SUMAR-MOROSO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUOTAS-PRESTAMO
               END-IF.

           210-SUMAR-MOROSO.
               PERFORM VARYING idx-tmo FROM 1 BY 1
                       UNTIL idx-tmo > cant-tmo
                   IF tmo-socio(idx-tmo) = cup-socio
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tmo > cant-tmo
                   IF cant-tmo < 2000
                       ADD 1 TO cant-tmo
                       MOVE cant-tmo TO idx-tmo
                       MOVE cup-socio TO tmo-socio(idx-tmo)
                       MOVE 0 TO tmo-cuotas(idx-tmo)
                   ELSE
                       MOVE 1 TO flag-desborde
                       MOVE 0 TO flag-fin
                       MOVE 0 TO idx-tmo
                   END-IF
               END-IF.
               IF idx-tmo > 0
                   ADD 1 TO tmo-cuotas(idx-tmo)
               END-IF.

      *    Cada socio va al padron o a los excluidos con el primer
      *    motivo que lo deja afuera.
           300-CLASIFICAR-SOCIOS.
               OPEN INPUT SOCIOS.
               MOVE 1 TO flag-fin.
               PERFORM UNTIL flag-fin = 0
                   READ SOCIOS AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       PERFORM 310-EVALUAR-SOCIO
                   END-READ
               END-PERFORM.
               CLOSE SOCIOS.

           310-EVALUAR-SOCIO.
               MOVE soc-filial TO ws-filial.
               MOVE FUNCTION UPPER-CASE(soc-nom) TO ws-nombre.
               MOVE soc-cod TO ws-socio.
               MOVE soc-nom TO ws-nom.
               MOVE soc-dni TO ws-dni.
               MOVE SPACES TO ws-motivo.
               EVALUATE TRUE
                   WHEN soc-baja
                       MOVE "DADO DE BAJA" TO ws-motivo
                   WHEN soc-fallecido
                       MOVE "FALLECIDO" TO ws-motivo
                   WHEN soc-suspendido
                       MOVE "SUSPENDIDO" TO ws-motivo
                   WHEN NOT soc-activo
                       MOVE "NO ACTIVO" TO ws-motivo
                   WHEN soc-fecha-alta > ws-fecha-corte
                       MOVE "ALTA POSTERIOR A LA FECHA DE CORTE"
                           TO ws-motivo
                   WHEN soc-fecha-alta > ws-fecha-limite-n
                       MOVE "ANTIGUEDAD INSUFICIENTE" TO ws-motivo
                   WHEN OTHER
                       PERFORM 320-VERIFICAR-MORA
               END-EVALUATE.
               IF ws-motivo = SPACES
                   MOVE "P" TO ws-tipo
                   ADD 1 TO cant-tpa
               ELSE
                   MOVE "E" TO ws-tipo
                   ADD 1 TO cant-tex
               END-IF.
               PERFORM 400-INSERTAR-ORDENADO.

           320-VERIFICAR-MORA.
               PERFORM VARYING idx-tmo FROM 1 BY 1
                       UNTIL idx-tmo > cant-tmo
                   IF tmo-socio(idx-tmo) = soc-cod
                       MOVE SPACES TO ws-motivo
                       STRING "CUOTAS DE PRESTAMO VENCIDAS IMPAGAS: "
                                  DELIMITED BY SIZE
                              tmo-cuotas(idx-tmo) DELIMITED BY SIZE
                              INTO ws-motivo
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

           400-INSERTAR-ORDENADO.
               IF cant-tli >= 4000
                   MOVE 1 TO flag-desborde
                   MOVE 0 TO flag-fin
               ELSE
                   MOVE 1 TO idx-pos
                   PERFORM UNTIL idx-pos > cant-tli
                       OR tli-clave(idx-pos) > ws-clave
                       ADD 1 TO idx-pos
                   END-PERFORM
                   PERFORM VARYING idx-mov FROM cant-tli BY -1
                           UNTIL idx-mov < idx-pos
                       MOVE tli-item(idx-mov) TO tli-item(idx-mov + 1)
                   END-PERFORM
                   MOVE ws-item TO tli-item(idx-pos)
                   ADD 1 TO cant-tli
               END-IF.

           600-IMPRIMIR-PADRON.
               MOVE "P" TO ws-tipo-lista.
               MOVE cant-tpa TO cant-lista.
               MOVE "PADRON DE ASOCIADOS HABILITADOS PARA VOTAR"
                   TO l-tit-texto.
               PERFORM 700-IMPRIMIR-LISTA.

           650-IMPRIMIR-EXCLUIDOS.
               MOVE "E" TO ws-tipo-lista.
               MOVE cant-tex TO cant-lista.
               MOVE "SOCIOS EXCLUIDOS DEL PADRON" TO l-tit-texto.
               PERFORM 700-IMPRIMIR-LISTA.

      *    Cada lista va a su propio archivo de spool con su entrada
      *    en el catalogo, para poder reimprimirla tal como quedo al
      *    corte si el padron se impugna.
           700-IMPRIMIR-LISTA.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
               MOVE SPACES TO ws-nombre-spool.
               IF lista-padron
                   STRING "..\spoolPadron_" DELIMITED BY SIZE
                          ws-ts-spool       DELIMITED BY SIZE
                          ".txt"            DELIMITED BY SIZE
                          INTO ws-nombre-spool
               ELSE
                   STRING "..\spoolExcluidos_" DELIMITED BY SIZE
                          ws-ts-spool          DELIMITED BY SIZE
                          ".txt"               DELIMITED BY SIZE
                          INTO ws-nombre-spool
               END-IF.
               OPEN OUTPUT SPOOL-PADRON.
               MOVE ws-fecha-corte TO l-tit-corte.
               MOVE 0 TO cant-paginas.
               MOVE 0 TO ws-filial-ant.
               MOVE 0 TO cant-filial.
               MOVE 0 TO cant-impresos.
               PERFORM VARYING idx-tli FROM 1 BY 1
                       UNTIL idx-tli > cant-tli
                   IF tli-tipo(idx-tli) = ws-tipo-lista
                       PERFORM 705-IMPRIMIR-ITEM
                   END-IF
               END-PERFORM.
               IF cant-impresos = 0
                   PERFORM 710-ENCABEZADO
               ELSE
                   PERFORM 730-SUBTOTAL-FILIAL
               END-IF.
               MOVE SPACES TO spd-linea.
               WRITE spd-linea.
               IF lista-padron
                   MOVE "TOTAL DE SOCIOS HABILITADOS" TO l-tot-texto
               ELSE
                   MOVE "TOTAL DE SOCIOS EXCLUIDOS" TO l-tot-texto
               END-IF.
               MOVE cant-lista TO l-tot-cant.
               WRITE spd-linea FROM lin-total.
               CLOSE SPOOL-PADRON.
               PERFORM 750-CATALOGAR.

           705-IMPRIMIR-ITEM.
               IF cant-impresos = 0 OR
                   tli-filial(idx-tli) NOT = ws-filial-ant
                   IF cant-impresos > 0
                       PERFORM 730-SUBTOTAL-FILIAL
                   END-IF
                   MOVE tli-filial(idx-tli) TO ws-filial-ant
                   MOVE 0 TO cant-filial
                   PERFORM 710-ENCABEZADO
               ELSE
                   IF cant-lineas-pag >= ws-lineas-pagina
                       PERFORM 710-ENCABEZADO
                   END-IF
               END-IF.
               ADD 1 TO cant-filial.
               ADD 1 TO cant-impresos.
               PERFORM 720-DETALLE.

           710-ENCABEZADO.
               ADD 1 TO cant-paginas.
               MOVE cant-paginas TO l-tit-pagina.
               IF cant-paginas = 1
                   WRITE spd-linea FROM lin-titulo
               ELSE
                   WRITE spd-linea FROM lin-titulo
                       AFTER ADVANCING PAGE
               END-IF.
               MOVE SPACES TO spd-linea.
               WRITE spd-linea.
               IF cant-lista > 0
                   MOVE ws-filial-ant TO l-filial
                   WRITE spd-linea FROM lin-filial
               END-IF.
               IF lista-padron
                   WRITE spd-linea FROM lin-enc-padron
               ELSE
                   WRITE spd-linea FROM lin-enc-excluidos
               END-IF.
               MOVE 0 TO cant-lineas-pag.

           720-DETALLE.
               IF lista-padron
                   MOVE cant-filial TO l-orden
                   MOVE tli-socio(idx-tli) TO l-socio
                   MOVE tli-nom(idx-tli) TO l-nom
                   MOVE tli-dni(idx-tli) TO l-dni
                   MOVE SPACES TO spd-linea
                   WRITE spd-linea
                   WRITE spd-linea FROM lin-det-padron
                   ADD 2 TO cant-lineas-pag
               ELSE
                   MOVE cant-filial TO l-ex-orden
                   MOVE tli-socio(idx-tli) TO l-ex-socio
                   MOVE tli-nom(idx-tli) TO l-ex-nom
                   MOVE tli-dni(idx-tli) TO l-ex-dni
                   MOVE tli-motivo(idx-tli) TO l-ex-motivo
                   WRITE spd-linea FROM lin-det-excluidos
                   ADD 1 TO cant-lineas-pag
               END-IF.

           730-SUBTOTAL-FILIAL.
               MOVE SPACES TO spd-linea.
               WRITE spd-linea.
               MOVE ws-filial-ant TO l-sub-filial.
               MOVE cant-filial TO l-sub-cant.
               WRITE spd-linea FROM lin-sub-filial.

           750-CATALOGAR.
               OPEN EXTEND CATALOGO.
               IF cat-fileStatus NOT = "00"
                   OPEN OUTPUT CATALOGO
               END-IF.
               MOVE ws-ts-spool TO cat-fecha-hora.
               MOVE "PADRON-ASOCIADOS" TO cat-programa.
               MOVE ws-nombre-spool TO cat-archivo.
               MOVE cant-paginas TO cat-paginas.
               WRITE cat-reg.
               CLOSE CATALOGO.
               DISPLAY FUNCTION TRIM(l-tit-texto), ": ", cant-lista,
                   " socios en spool ", FUNCTION TRIM(ws-nombre-spool).

           900-FIN.
               DISPLAY "********** TOTALES DE CONTROL **********".
               DISPLAY "Fecha de corte: ", ws-fecha-corte,
                   " - antiguedad minima: ", ws-antiguedad, " meses".
               DISPLAY "Habilitados: ", cant-tpa.
               DISPLAY "Excluidos:   ", cant-tex.
       END PROGRAM PADRON-ASOCIADOS.
