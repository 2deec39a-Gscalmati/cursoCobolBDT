      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-BANCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT extractos-banco ASSIGN TO "..\extractosBanco.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ebc-fileStatus.

           SELECT compensacion-libros ASSIGN TO
               "..\compensacionLibros.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cpl-fileStatus.

           SELECT partidas ASSIGN TO "..\partidasConciliacion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pco-fileStatus.

           SELECT control-conciliacion ASSIGN TO
               "..\conciliacionBanco.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cbc-fileStatus.

           SELECT spool-conciliacion ASSIGN TO ws-nombre-spool
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT catalogo ASSIGN TO "..\catalogoReportes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cat-fileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  extractos-banco.
       01  ebc-reg.
           03 ebc-tipo pic x.
               88 ebc-movimiento value "M".
               88 ebc-saldos value "S".
           03 ebc-fecha pic 9(8).
           03 ebc-importe pic s9(10)v99.
           03 ebc-saldo-anterior pic s9(10)v99.
           03 ebc-cantidad pic 9(5).
           03 ebc-referencia pic x(16).
           03 ebc-descripcion pic x(30).

       FD  compensacion-libros.
       01  cpl-reg.
           03 cpl-fecha pic 9(8).
           03 cpl-tipo pic x(3).
           03 cpl-referencia pic x(16).
           03 cpl-cantidad pic 9(5).
           03 cpl-importe pic s9(10)v99.
           03 cpl-programa pic x(20).

      *    Partidas abiertas que pasan de una conciliacion a la
      *    siguiente hasta que aparece su contrapartida: L = de
      *    libros sin movimiento en el banco, B = del banco sin
      *    registro en libros.
       FD  partidas.
       01  pco-reg.
           03 pco-lado pic x.
               88 pco-libros value "L".
               88 pco-banco value "B".
           03 pco-fecha pic 9(8).
           03 pco-importe pic s9(10)v99.
           03 pco-referencia pic x(16).
           03 pco-descripcion pic x(30).

      *    Una linea por conciliacion: la ultima da la fecha y el
      *    saldo en libros desde donde sigue la proxima.
       FD  control-conciliacion.
       01  cbc-reg.
           03 cbc-fecha pic 9(8).
           03 cbc-saldo-libros pic s9(10)v99.
           03 cbc-saldo-banco pic s9(10)v99.
           03 cbc-pend-libros pic 9(5).
           03 cbc-pend-banco pic 9(5).
           03 cbc-diferencia pic s9(10)v99.
           03 cbc-fecha-hora pic x(14).

       FD  spool-conciliacion.
       01  spc-linea pic x(132).

       FD  catalogo.
       01  cat-reg.
           03 cat-fecha-hora pic x(14).
           03 cat-programa pic x(20).
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  flag-primera pic 9 value 1.
       01  flag-extracto pic 9 value 0.
       01  flag-desborde pic 9 value 0.
       01  ebc-fileStatus pic xx.
       01  cpl-fileStatus pic xx.
       01  pco-fileStatus pic xx.
       01  cbc-fileStatus pic xx.
       01  cat-fileStatus pic xx.
       01  ws-nombre-spool pic x(40).
       01  ws-ts-spool pic x(14).
       01  ws-fecha-proceso pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-ult-fecha pic 9(8) value 0.
       01  ws-saldo-libros pic s9(10)v99 value 0.
       01  ws-saldo-banco pic s9(10)v99 value 0.
       01  ws-saldo-apertura pic s9(10)v99 value 0.
       01  ws-banco-conciliado pic s9(10)v99.
       01  ws-diferencia pic s9(10)v99.
       01  ws-dias pic 9(5).
       01  idx-tpa pic 9(4).
       01  idx-par pic 9(4).
       01  cant-lineas pic 99 value 0.
       01  cant-paginas pic 9(4) value 0.
       01  cant-conciliadas pic 9(5) value 0.
       01  cant-pend-libros pic 9(5) value 0.
       01  cant-pend-banco pic 9(5) value 0.
       01  total-lib-creditos pic s9(10)v99 value 0.
       01  total-lib-debitos pic s9(10)v99 value 0.
       01  total-bco-creditos pic s9(10)v99 value 0.
       01  total-bco-debitos pic s9(10)v99 value 0.

      *    Partidas de la corrida: las abiertas que vienen de antes
      *    mas las nuevas de libros y del extracto. tpa-pareja queda
      *    en 0 mientras no se concilia.
       01  tabla-partidas.
           03 tpa-item occurs 3000 times.
               05 tpa-lado pic x.
               05 tpa-fecha pic 9(8).
               05 tpa-importe pic s9(10)v99.
               05 tpa-referencia pic x(16).
               05 tpa-descripcion pic x(30).
               05 tpa-pareja pic 9(4).
       01  cant-tpa pic 9(4) value 0.

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
           03 filler pic x(48) value
               "CONCILIACION BANCARIA - CUENTA DE LA CAMARA AL ".
           03 l-tit-fecha pic x(10).
           03 filler pic x(9) value "   HOJA ".
           03 l-tit-hoja pic zzz9.

       01  lin-seccion pic x(80).

       01  lin-pareja.
           03 filler pic x(2) value spaces.
           03 l-par-lib-ref pic x(16).
           03 filler pic x value space.
           03 l-par-lib-fecha pic x(10).
           03 filler pic x(4) value " <> ".
           03 l-par-bco-ref pic x(16).
           03 filler pic x value space.
           03 l-par-bco-fecha pic x(10).
           03 filler pic x value space.
           03 l-par-importe pic -z,zzz,zzz,zz9.99.

       01  lin-partida.
           03 filler pic x(2) value spaces.
           03 l-pen-fecha pic x(10).
           03 filler pic x value space.
           03 l-pen-referencia pic x(16).
           03 filler pic x value space.
           03 l-pen-descripcion pic x(30).
           03 filler pic x value space.
           03 l-pen-importe pic -z,zzz,zzz,zz9.99.
           03 filler pic x(2) value spaces.
           03 l-pen-dias pic zzzz9.
           03 filler pic x(5) value " DIAS".

       01  lin-importe.
           03 l-imp-texto pic x(56).
           03 l-imp-importe pic -z,zzz,zzz,zz9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-CARGAR-EXTRACTO.
            IF flag-extracto = 0
                DISPLAY "No hay extracto importado del ",
                    ws-fecha-proceso, " - corra IMPORTA-EXTRACTO"
            ELSE
                PERFORM 300-CARGAR-PARTIDAS
                PERFORM 320-CARGAR-LIBROS
                IF flag-desborde = 1
                    DISPLAY "Mas de 3000 partidas a conciliar - "
                        "corrida cancelada, nada fue modificado"
                ELSE
                    PERFORM 400-APAREAR
                    PERFORM 500-IMPRIMIR
                    PERFORM 700-GRABAR-PENDIENTES
                    PERFORM 720-GRABAR-CONTROL
                    PERFORM 900-FIN
                END-IF
            END-IF.
            GOBACK.

           100-INICIO.
               DISPLAY "Conciliacion de la cuenta del banco de la "
                   "camara".
               DISPLAY "Fecha a conciliar AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               PERFORM 110-LEER-CONTROL.
               IF flag-primera = 0 AND ws-fecha-proceso <= ws-ult-fecha
                   DISPLAY "Ya se concilio hasta el ", ws-ult-fecha,
                       " - corrida cancelada"
                   GOBACK
               END-IF.

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

           110-LEER-CONTROL.
               OPEN INPUT CONTROL-CONCILIACION.
               IF cbc-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CONTROL-CONCILIACION AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           MOVE 0 TO flag-primera
                           MOVE cbc-fecha TO ws-ult-fecha
                           MOVE cbc-saldo-libros TO ws-saldo-libros
                       END-READ
                   END-PERFORM
                   CLOSE CONTROL-CONCILIACION
               END-IF.

      *    Entran los movimientos de todos los extractos desde la
      *    ultima conciliacion; el saldo del banco es el final del
      *    extracto del dia. La primera vez solo se toma ese dia y
      *    se parte del saldo anterior del banco como conciliado.
           200-CARGAR-EXTRACTO.
               OPEN INPUT EXTRACTOS-BANCO.
               IF ebc-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ EXTRACTOS-BANCO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           PERFORM 210-TOMAR-EXTRACTO
                       END-READ
                   END-PERFORM
                   CLOSE EXTRACTOS-BANCO
               END-IF.
               IF flag-primera = 1
                   MOVE ws-saldo-apertura TO ws-saldo-libros
               END-IF.

           210-TOMAR-EXTRACTO.
               IF ebc-saldos AND ebc-fecha = ws-fecha-proceso
                   MOVE 1 TO flag-extracto
                   MOVE ebc-importe TO ws-saldo-banco
                   MOVE ebc-saldo-anterior TO ws-saldo-apertura
               END-IF.
               IF ebc-movimiento AND ebc-fecha <= ws-fecha-proceso
                   AND ((flag-primera = 0 AND ebc-fecha > ws-ult-fecha)
                     OR (flag-primera = 1 AND
                         ebc-fecha = ws-fecha-proceso))
                   PERFORM 350-AGREGAR-PARTIDA
                   IF idx-tpa > 0
                       MOVE "B" TO tpa-lado(idx-tpa)
                       MOVE ebc-fecha TO tpa-fecha(idx-tpa)
                       MOVE ebc-importe TO tpa-importe(idx-tpa)
                       MOVE ebc-referencia TO tpa-referencia(idx-tpa)
                       MOVE ebc-descripcion
                           TO tpa-descripcion(idx-tpa)
                   END-IF
               END-IF.

           300-CARGAR-PARTIDAS.
               OPEN INPUT PARTIDAS.
               IF pco-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PARTIDAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           PERFORM 350-AGREGAR-PARTIDA
                           IF idx-tpa > 0
                               MOVE pco-lado TO tpa-lado(idx-tpa)
                               MOVE pco-fecha TO tpa-fecha(idx-tpa)
                               MOVE pco-importe TO tpa-importe(idx-tpa)
                               MOVE pco-referencia
                                   TO tpa-referencia(idx-tpa)
                               MOVE pco-descripcion
                                   TO tpa-descripcion(idx-tpa)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PARTIDAS
               END-IF.

      *    Las liquidaciones de la camara asentadas desde la ultima
      *    conciliacion mueven el saldo en libros de la cuenta.
           320-CARGAR-LIBROS.
               OPEN INPUT COMPENSACION-LIBROS.
               IF cpl-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ COMPENSACION-LIBROS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cpl-fecha <= ws-fecha-proceso AND
                               ((flag-primera = 0 AND
                                 cpl-fecha > ws-ult-fecha) OR
                                (flag-primera = 1 AND
                                 cpl-fecha = ws-fecha-proceso))
                               PERFORM 330-TOMAR-LIBROS
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMPENSACION-LIBROS
               END-IF.

           330-TOMAR-LIBROS.
               ADD cpl-importe TO ws-saldo-libros.
               PERFORM 350-AGREGAR-PARTIDA.
               IF idx-tpa > 0
                   MOVE "L" TO tpa-lado(idx-tpa)
                   MOVE cpl-fecha TO tpa-fecha(idx-tpa)
                   MOVE cpl-importe TO tpa-importe(idx-tpa)
                   MOVE cpl-referencia TO tpa-referencia(idx-tpa)
                   MOVE SPACES TO tpa-descripcion(idx-tpa)
                   EVALUATE cpl-tipo
                       WHEN "TSA"
                           MOVE "TRANSFERENCIAS SALIENTES"
                               TO tpa-descripcion(idx-tpa)
                       WHEN "TEN"
                           MOVE "TRANSFERENCIAS ENTRANTES"
                               TO tpa-descripcion(idx-tpa)
                       WHEN "CHC"
                           MOVE "CHEQUES DE TERCEROS COBRADOS"
                               TO tpa-descripcion(idx-tpa)
                       WHEN "CHP"
                           MOVE "CHEQUES PROPIOS PAGADOS"
                               TO tpa-descripcion(idx-tpa)
                   END-EVALUATE
               END-IF.

      *    Deja en idx-tpa la entrada nueva; 0 y desborde con la
      *    tabla llena.
           350-AGREGAR-PARTIDA.
               IF cant-tpa < 3000
                   ADD 1 TO cant-tpa
                   MOVE cant-tpa TO idx-tpa
                   MOVE 0 TO tpa-pareja(idx-tpa)
               ELSE
                   MOVE 1 TO flag-desborde
                   MOVE 0 TO idx-tpa
               END-IF.

      *    Primero por referencia e importe (el banco informa la
      *    referencia del lote que liquida), despues lo que quede
      *    por importe y fecha.
           400-APAREAR.
               PERFORM VARYING idx-tpa FROM 1 BY 1
                       UNTIL idx-tpa > cant-tpa
                   IF tpa-lado(idx-tpa) = "L" AND
                       tpa-pareja(idx-tpa) = 0 AND
                       tpa-referencia(idx-tpa) NOT = SPACES
                       PERFORM VARYING idx-par FROM 1 BY 1
                               UNTIL idx-par > cant-tpa
                           IF tpa-lado(idx-par) = "B" AND
                               tpa-pareja(idx-par) = 0 AND
                               tpa-referencia(idx-par) =
                                   tpa-referencia(idx-tpa) AND
                               tpa-importe(idx-par) =
                                   tpa-importe(idx-tpa)
                               PERFORM 410-MARCAR-PAREJA
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.
               PERFORM VARYING idx-tpa FROM 1 BY 1
                       UNTIL idx-tpa > cant-tpa
                   IF tpa-lado(idx-tpa) = "L" AND
                       tpa-pareja(idx-tpa) = 0
                       PERFORM VARYING idx-par FROM 1 BY 1
                               UNTIL idx-par > cant-tpa
                           IF tpa-lado(idx-par) = "B" AND
                               tpa-pareja(idx-par) = 0 AND
                               tpa-fecha(idx-par) =
                                   tpa-fecha(idx-tpa) AND
                               tpa-importe(idx-par) =
                                   tpa-importe(idx-tpa)
                               PERFORM 410-MARCAR-PAREJA
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

           410-MARCAR-PAREJA.
               MOVE idx-par TO tpa-pareja(idx-tpa).
               MOVE idx-tpa TO tpa-pareja(idx-par).
               ADD 1 TO cant-conciliadas.

           500-IMPRIMIR.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
               MOVE SPACES TO ws-nombre-spool.
               STRING "..\spoolConciliacion_" DELIMITED BY SIZE
                      ws-ts-spool             DELIMITED BY SIZE
                      ".txt"                  DELIMITED BY SIZE
                      INTO ws-nombre-spool.
               OPEN OUTPUT SPOOL-CONCILIACION.
               PERFORM 510-ENCABEZADO.
               MOVE "PARTIDAS CONCILIADAS (LIBROS <> BANCO)"
                   TO lin-seccion.
               PERFORM 590-LINEA-SECCION.
               PERFORM VARYING idx-tpa FROM 1 BY 1
                       UNTIL idx-tpa > cant-tpa
                   IF tpa-lado(idx-tpa) = "L" AND
                       tpa-pareja(idx-tpa) > 0
                       PERFORM 520-LINEA-PAREJA
                   END-IF
               END-PERFORM.
               MOVE "PENDIENTES EN LIBROS - NO REGISTRADAS POR EL "
                   TO lin-seccion.
               MOVE "BANCO" TO lin-seccion(46:).
               PERFORM 590-LINEA-SECCION.
               PERFORM VARYING idx-tpa FROM 1 BY 1
                       UNTIL idx-tpa > cant-tpa
                   IF tpa-lado(idx-tpa) = "L" AND
                       tpa-pareja(idx-tpa) = 0
                       ADD 1 TO cant-pend-libros
                       IF tpa-importe(idx-tpa) > 0
                           ADD tpa-importe(idx-tpa)
                               TO total-lib-creditos
                       ELSE
                           SUBTRACT tpa-importe(idx-tpa)
                               FROM total-lib-debitos
                       END-IF
                       PERFORM 530-LINEA-PENDIENTE
                   END-IF
               END-PERFORM.
               MOVE "PENDIENTES EN BANCO - NO REGISTRADAS EN LIBROS"
                   TO lin-seccion.
               PERFORM 590-LINEA-SECCION.
               PERFORM VARYING idx-tpa FROM 1 BY 1
                       UNTIL idx-tpa > cant-tpa
                   IF tpa-lado(idx-tpa) = "B" AND
                       tpa-pareja(idx-tpa) = 0
                       ADD 1 TO cant-pend-banco
                       IF tpa-importe(idx-tpa) > 0
                           ADD tpa-importe(idx-tpa)
                               TO total-bco-creditos
                       ELSE
                           SUBTRACT tpa-importe(idx-tpa)
                               FROM total-bco-debitos
                       END-IF
                       PERFORM 530-LINEA-PENDIENTE
                   END-IF
               END-PERFORM.
               PERFORM 550-CONCILIACION.
               CLOSE SPOOL-CONCILIACION.
               PERFORM 750-CATALOGAR.

           510-ENCABEZADO.
               ADD 1 TO cant-paginas.
               MOVE ws-fecha-proceso TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-tit-fecha.
               MOVE cant-paginas TO l-tit-hoja.
               IF cant-paginas > 1
                   MOVE SPACES TO spc-linea
                   WRITE spc-linea
               END-IF.
               WRITE spc-linea FROM lin-titulo.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               MOVE 2 TO cant-lineas.

           520-LINEA-PAREJA.
               IF cant-lineas >= 60
                   PERFORM 510-ENCABEZADO
               END-IF.
               MOVE tpa-pareja(idx-tpa) TO idx-par.
               MOVE tpa-referencia(idx-tpa) TO l-par-lib-ref.
               MOVE tpa-fecha(idx-tpa) TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-par-lib-fecha.
               MOVE tpa-referencia(idx-par) TO l-par-bco-ref.
               MOVE tpa-fecha(idx-par) TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-par-bco-fecha.
               MOVE tpa-importe(idx-tpa) TO l-par-importe.
               WRITE spc-linea FROM lin-pareja.
               ADD 1 TO cant-lineas.

           530-LINEA-PENDIENTE.
               IF cant-lineas >= 60
                   PERFORM 510-ENCABEZADO
               END-IF.
               MOVE tpa-fecha(idx-tpa) TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-pen-fecha.
               MOVE tpa-referencia(idx-tpa) TO l-pen-referencia.
               MOVE tpa-descripcion(idx-tpa) TO l-pen-descripcion.
               MOVE tpa-importe(idx-tpa) TO l-pen-importe.
               COMPUTE ws-dias =
                   FUNCTION INTEGER-OF-DATE(ws-fecha-proceso) -
                   FUNCTION INTEGER-OF-DATE(tpa-fecha(idx-tpa)).
               MOVE ws-dias TO l-pen-dias.
               WRITE spc-linea FROM lin-partida.
               ADD 1 TO cant-lineas.

      *    Estado formal: del saldo del extracto se llega al saldo
      *    en libros con las partidas pendientes de cada lado; lo
      *    que no cierra se informa como diferencia sin explicar.
           550-CONCILIACION.
               COMPUTE ws-banco-conciliado = ws-saldo-banco +
                   total-lib-creditos - total-lib-debitos -
                   total-bco-creditos + total-bco-debitos.
               COMPUTE ws-diferencia =
                   ws-saldo-libros - ws-banco-conciliado.
               IF cant-lineas >= 48
                   PERFORM 510-ENCABEZADO
               END-IF.
               MOVE "ESTADO DE CONCILIACION" TO lin-seccion.
               PERFORM 590-LINEA-SECCION.
               MOVE SPACES TO lin-importe.
               MOVE "SALDO SEGUN EXTRACTO BANCARIO" TO l-imp-texto.
               MOVE ws-saldo-banco TO l-imp-importe.
               PERFORM 595-LINEA-IMPORTE.
               MOVE "MAS: CREDITOS EN LIBROS NO ACREDITADOS POR EL "
                   TO l-imp-texto.
               MOVE "BANCO" TO l-imp-texto(47:).
               MOVE total-lib-creditos TO l-imp-importe.
               PERFORM 595-LINEA-IMPORTE.
               MOVE "MENOS: DEBITOS EN LIBROS NO DEBITADOS POR EL "
                   TO l-imp-texto.
               MOVE "BANCO" TO l-imp-texto(46:).
               MOVE total-lib-debitos TO l-imp-importe.
               PERFORM 595-LINEA-IMPORTE.
               MOVE "MENOS: CREDITOS DEL BANCO NO REGISTRADOS EN "
                   TO l-imp-texto.
               MOVE "LIBROS" TO l-imp-texto(45:).
               MOVE total-bco-creditos TO l-imp-importe.
               PERFORM 595-LINEA-IMPORTE.
               MOVE "MAS: DEBITOS DEL BANCO NO REGISTRADOS EN LIBROS"
                   TO l-imp-texto.
               MOVE total-bco-debitos TO l-imp-importe.
               PERFORM 595-LINEA-IMPORTE.
               MOVE SPACES TO l-imp-texto.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               MOVE "SALDO BANCARIO CONCILIADO" TO l-imp-texto.
               MOVE ws-banco-conciliado TO l-imp-importe.
               PERFORM 595-LINEA-IMPORTE.
               MOVE "SALDO SEGUN LIBROS" TO l-imp-texto.
               MOVE ws-saldo-libros TO l-imp-importe.
               PERFORM 595-LINEA-IMPORTE.
               MOVE "DIFERENCIA SIN EXPLICAR" TO l-imp-texto.
               MOVE ws-diferencia TO l-imp-importe.
               PERFORM 595-LINEA-IMPORTE.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               MOVE SPACES TO lin-seccion.
               STRING "PARTIDAS CONCILIADAS: " DELIMITED BY SIZE
                      cant-conciliadas          DELIMITED BY SIZE
                      "   PENDIENTES EN LIBROS: " DELIMITED BY SIZE
                      cant-pend-libros          DELIMITED BY SIZE
                      "   PENDIENTES EN BANCO: " DELIMITED BY SIZE
                      cant-pend-banco           DELIMITED BY SIZE
                      INTO lin-seccion.
               WRITE spc-linea FROM lin-seccion.

           590-LINEA-SECCION.
               IF cant-lineas >= 57
                   PERFORM 510-ENCABEZADO
               END-IF.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               WRITE spc-linea FROM lin-seccion.
               ADD 2 TO cant-lineas.

           595-LINEA-IMPORTE.
               WRITE spc-linea FROM lin-importe.
               ADD 1 TO cant-lineas.

      *    Lo que no se concilio pasa a la proxima corrida.
           700-GRABAR-PENDIENTES.
               OPEN OUTPUT PARTIDAS.
               PERFORM VARYING idx-tpa FROM 1 BY 1
                       UNTIL idx-tpa > cant-tpa
                   IF tpa-pareja(idx-tpa) = 0
                       MOVE tpa-lado(idx-tpa) TO pco-lado
                       MOVE tpa-fecha(idx-tpa) TO pco-fecha
                       MOVE tpa-importe(idx-tpa) TO pco-importe
                       MOVE tpa-referencia(idx-tpa) TO pco-referencia
                       MOVE tpa-descripcion(idx-tpa)
                           TO pco-descripcion
                       WRITE pco-reg
                   END-IF
               END-PERFORM.
               CLOSE PARTIDAS.

           720-GRABAR-CONTROL.
               OPEN EXTEND CONTROL-CONCILIACION.
               IF cbc-fileStatus NOT = "00"
                   OPEN OUTPUT CONTROL-CONCILIACION
               END-IF.
               MOVE ws-fecha-proceso TO cbc-fecha.
               MOVE ws-saldo-libros TO cbc-saldo-libros.
               MOVE ws-saldo-banco TO cbc-saldo-banco.
               MOVE cant-pend-libros TO cbc-pend-libros.
               MOVE cant-pend-banco TO cbc-pend-banco.
               MOVE ws-diferencia TO cbc-diferencia.
               MOVE ws-ts-spool TO cbc-fecha-hora.
               WRITE cbc-reg.
               CLOSE CONTROL-CONCILIACION.

           750-CATALOGAR.
               OPEN EXTEND CATALOGO.
               IF cat-fileStatus NOT = "00"
                   OPEN OUTPUT CATALOGO
               END-IF.
               MOVE ws-ts-spool TO cat-fecha-hora.
               MOVE "CONCILIA-BANCO" TO cat-programa.
               MOVE ws-nombre-spool TO cat-archivo.
               MOVE cant-paginas TO cat-paginas.
               WRITE cat-reg.
               CLOSE CATALOGO.

           850-EDITAR-FECHA.
               MOVE ws-fa-dd TO ws-fed-dd.
               MOVE ws-fa-mm TO ws-fed-mm.
               MOVE ws-fa-aaaa TO ws-fed-aaaa.

           900-FIN.
               DISPLAY "Partidas conciliadas: ", cant-conciliadas,
                   "  pendientes en libros: ", cant-pend-libros,
                   "  pendientes en banco: ", cant-pend-banco.
               DISPLAY "Saldo banco: ", ws-saldo-banco,
                   "  saldo libros: ", ws-saldo-libros.
               IF ws-diferencia NOT = 0
                   DISPLAY "*** DIFERENCIA SIN EXPLICAR: ",
                       ws-diferencia
               END-IF.
               DISPLAY "Conciliacion en ",
                   FUNCTION TRIM(ws-nombre-spool).

       END PROGRAM CONCILIA-BANCO.
