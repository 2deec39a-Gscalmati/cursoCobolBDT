      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESA-TARJETAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod.

           SELECT tarjetas ASSIGN TO "..\tarjetas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tar-numero
               FILE STATUS IS tar-fileStatus.

           SELECT procesador ASSIGN TO "..\tarjetasProcesador.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS tpr-fileStatus.

           SELECT respuesta ASSIGN TO ws-nombre-respuesta
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS res-fileStatus.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT movimientos ASSIGN TO "..\movimientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mov-fileStatus.

           SELECT reporte-liq ASSIGN TO
               "..\tarjetasLiquidacion.txt"
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

       FD  tarjetas.
       01  tar-reg.
           03 tar-numero pic 9(16).
           03 tar-socio pic 9(6).
           03 tar-estado pic x.
               88 tar-activa value "A".
               88 tar-bloqueada value "B".
               88 tar-denunciada value "P".
               88 tar-cerrada value "C".
           03 tar-vence pic 9(6).
           03 tar-limite-diario pic 9(6)v99.
           03 tar-fecha-alta pic 9(8).
           03 tar-fecha-estado pic 9(8).
           03 tar-operador pic x(10).

      *    Archivo diario del procesador de tarjetas: cabecera con
      *    la fecha de las operaciones, un detalle por compra (C) o
      *    extraccion en cajero (E) y trailer con cantidad e importe
      *    total de control.
       FD  procesador.
       01  tpr-cabecera.
           03 tpr-cab-tipo pic x.
           03 tpr-cab-fecha pic 9(8).
           03 filler pic x(64).
       01  tpr-detalle.
           03 tpr-det-tipo pic x.
           03 tpr-det-tarjeta pic 9(16).
           03 tpr-det-operacion pic x.
               88 tpr-compra value "C".
               88 tpr-extraccion value "E".
           03 tpr-det-id pic x(12).
           03 tpr-det-comercio pic x(20).
           03 tpr-det-importe pic 9(7)v99.
           03 tpr-det-fecha-hora pic x(14).
       01  tpr-trailer.
           03 tpr-tra-tipo pic x.
           03 tpr-tra-cantidad pic 9(6).
           03 tpr-tra-total pic 9(10)v99.
           03 filler pic x(54).

      *    Respuesta al procesador: una linea por operacion
      *    rechazada con su codigo, y trailer con los totales de
      *    rechazadas y aprobadas.
       FD  respuesta.
       01  res-cabecera.
           03 res-cab-tipo pic x.
           03 res-cab-fecha pic 9(8).
           03 filler pic x(51).
       01  res-detalle.
           03 res-det-tipo pic x.
           03 res-det-tarjeta pic 9(16).
           03 res-det-id pic x(12).
           03 res-det-importe pic 9(7)v99.
           03 res-det-codigo pic xx.
           03 res-det-motivo pic x(20).
       01  res-trailer.
           03 res-tra-tipo pic x.
           03 res-tra-cant-rech pic 9(6).
           03 res-tra-total-rech pic 9(10)v99.
           03 res-tra-cant-aprob pic 9(6).
           03 res-tra-total-aprob pic 9(10)v99.
           03 filler pic x(23).

       FD  auditoria.
       01  aud-reg pic x(180).

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

       FD  reporte-liq.
       01  rpt-linea pic x(90).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  flag-trailer pic 9 value 0.
       01  ws-lock-accion pic x.
       01  ws-lock-prog pic x(20).
       01  ws-lock-resultado pic x.
       01  ws-lock-titular pic x(40).
       01  tar-fileStatus pic xx.
       01  tpr-fileStatus pic xx.
       01  res-fileStatus pic xx.
       01  mov-fileStatus pic xx.
       01  ws-nombre-respuesta pic x(40).
       01  ws-fecha-hoy pic 9(8).
       01  ws-fecha-proceso pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-periodo-proceso pic 9(6).
       01  ws-saldo-ant pic s9(6)v99.
       01  ws-codigo pic xx.
       01  ws-motivo pic x(20).
       01  ws-concepto pic x(13).
       01  aud-fecha-hora pic x(14).
       01  idx-acu pic 9(4).
       01  cant-acu pic 9(4) value 0.
       01  cant-leidas pic 9(6) value 0.
       01  total-leido pic 9(10)v99 value 0.
       01  cant-aprobadas pic 9(6) value 0.
       01  total-aprobado pic 9(10)v99 value 0.
       01  cant-compras pic 9(6) value 0.
       01  total-compras pic 9(10)v99 value 0.
       01  cant-extracciones pic 9(6) value 0.
       01  total-extracciones pic 9(10)v99 value 0.
       01  cant-rechazadas pic 9(6) value 0.
       01  total-rechazado pic 9(10)v99 value 0.
       01  flag-concilia pic 9 value 1.

      *    Consumo del dia por tarjeta, para el limite diario de la
      *    tarjeta y el tope diario de debitos de la categoria.
       01  tabla-acumulado.
           03 tac-item occurs 2000 times.
               05 tac-tarjeta pic 9(16).
               05 tac-monto pic 9(9)v99.

      *    Parametros de la rutina comun de autorizacion de debitos.
       01  ws-aut-socio pic 9(6).
       01  ws-aut-estado pic x.
       01  ws-aut-cat pic x.
       01  ws-aut-saldo pic s9(8)v99.
       01  ws-aut-limite pic 9(6)v99.
       01  ws-aut-importe pic 9(7)v99.
       01  ws-aut-acum pic 9(9)v99.
       01  ws-aut-marca pic x.
       01  ws-aut-resultado pic x.

       01  lin-liq-titulo.
           03 filler pic x(40) value
               "LIQUIDACION DIARIA DE TARJETAS DE DEBITO".
           03 filler pic x(9) value "  FECHA: ".
           03 l-fecha pic 9(8).

       01  lin-liq-det.
           03 l-concepto pic x(30).
           03 l-cant pic zzz,zz9.
           03 filler pic x(4) value "  $ ".
           03 l-importe pic z,zzz,zzz,zz9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            IF tpr-fileStatus = "00"
               PERFORM 200-PROCESAR-ARCHIVO
               PERFORM 800-REPORTE-LIQUIDACION
            END-IF.
            PERFORM 900-FIN.
            GOBACK.

           100-INICIO.
               DISPLAY "Proceso del archivo del procesador de "
                   "tarjetas de debito".
               ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               OPEN INPUT PROCESADOR.
               IF tpr-fileStatus NOT = "00"
                   DISPLAY "No se encontro tarjetasProcesador.txt - "
                       "nada que procesar"
               ELSE
                   PERFORM 150-TOMAR-LOCK
                   OPEN I-O SOCIOS
                   OPEN INPUT TARJETAS
                   IF tar-fileStatus NOT = "00"
                       DISPLAY "ADVERTENCIA: no hay maestro de "
                           "tarjetas - se rechaza todo el archivo"
                   END-IF
                   OPEN EXTEND AUDITORIA
                   OPEN EXTEND MOVIMIENTOS
                   IF mov-fileStatus NOT = "00"
                       OPEN OUTPUT MOVIMIENTOS
                   END-IF
                   MOVE SPACES TO ws-nombre-respuesta
                   STRING "..\tarjetasRespuesta" DELIMITED BY SIZE
                          ws-fecha-hoy           DELIMITED BY SIZE
                          ".txt"                 DELIMITED BY SIZE
                          INTO ws-nombre-respuesta
                   OPEN OUTPUT RESPUESTA
                   MOVE SPACES TO res-cabecera
                   MOVE "H" TO res-cab-tipo
                   MOVE ws-fecha-hoy TO res-cab-fecha
                   WRITE res-cabecera
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

           150-TOMAR-LOCK.
               MOVE "T" TO ws-lock-accion.
               MOVE "PROCESA-TARJETAS" TO ws-lock-prog.
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

           200-PROCESAR-ARCHIVO.
               MOVE 1 TO flag-fin.
               PERFORM UNTIL flag-fin = 0
                   READ PROCESADOR AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       EVALUATE tpr-cab-tipo
                           WHEN "H"
                               DISPLAY "Lote del procesador del ",
                                   tpr-cab-fecha
                               IF tpr-cab-fecha IS NUMERIC AND
                                   tpr-cab-fecha > 0 AND
                                   tpr-cab-fecha NOT = ws-fecha-proceso
                                   DISPLAY "ADVERTENCIA: el lote se "
                                       "asienta en el dia de proceso ",
                                       ws-fecha-proceso
                               END-IF
                           WHEN "D"
                               ADD 1 TO cant-leidas
                               ADD tpr-det-importe TO total-leido
                               PERFORM 300-AUTORIZAR-OPERACION
                           WHEN "T"
                               PERFORM 400-VERIFICAR-TRAILER
                       END-EVALUATE
                   END-READ
               END-PERFORM.
               IF flag-trailer = 0
                   DISPLAY "ERROR: el archivo del procesador no "
                       "trae trailer"
                   MOVE 0 TO flag-concilia
               END-IF.

      *    Cada operacion pasa primero los controles propios de la
      *    tarjeta (existencia, estado, vencimiento, limite diario)
      *    y despues AUTORIZA-DEBITO con las mismas reglas que el
      *    mostrador: estado del socio, embargo, tope de la categoria
      *    y descubierto.
           300-AUTORIZAR-OPERACION.
               MOVE SPACES TO ws-codigo.
               MOVE SPACES TO ws-motivo.
               COMPUTE ws-periodo-proceso = ws-fecha-proceso / 100.
               IF NOT tpr-compra AND NOT tpr-extraccion
                   MOVE "12" TO ws-codigo
                   MOVE "OPERACION INVALIDA" TO ws-motivo
               END-IF.
               IF ws-codigo = SPACES AND tpr-det-importe = 0
                   MOVE "13" TO ws-codigo
                   MOVE "IMPORTE INVALIDO" TO ws-motivo
               END-IF.
               IF ws-codigo = SPACES
                   PERFORM 310-VALIDAR-TARJETA
               END-IF.
               IF ws-codigo = SPACES
                   PERFORM 320-UBICAR-ACUMULADO
                   IF tac-monto(idx-acu) + tpr-det-importe >
                       tar-limite-diario
                       MOVE "61" TO ws-codigo
                       MOVE "EXCEDE LIMITE DIARIO" TO ws-motivo
                   END-IF
               END-IF.
               IF ws-codigo = SPACES
                   MOVE tar-socio TO soc-cod
                   READ SOCIOS INVALID KEY
                       MOVE "14" TO ws-codigo
                       MOVE "CUENTA INEXISTENTE" TO ws-motivo
                   END-READ
               END-IF.
               IF ws-codigo = SPACES
                   PERFORM 330-AUTORIZAR-DEBITO
                   EVALUATE ws-aut-resultado
                       WHEN "S"
                           MOVE "62" TO ws-codigo
                           MOVE "CUENTA NO ACTIVA" TO ws-motivo
                       WHEN "E"
                           MOVE "57" TO ws-codigo
                           MOVE "EMBARGO JUDICIAL" TO ws-motivo
                       WHEN "L"
                           MOVE "61" TO ws-codigo
                           MOVE "TOPE DIARIO CATEGORIA" TO ws-motivo
                       WHEN "D"
                           MOVE "51" TO ws-codigo
                           MOVE "FONDOS INSUFICIENTES" TO ws-motivo
                       WHEN "X"
                           MOVE "57" TO ws-codigo
                           MOVE "LEGAJO INCOMPLETO" TO ws-motivo
                   END-EVALUATE
               END-IF.
               IF ws-codigo = SPACES
                   PERFORM 350-DEBITAR-OPERACION
               ELSE
                   PERFORM 360-RECHAZAR-OPERACION
               END-IF.

           310-VALIDAR-TARJETA.
               MOVE tpr-det-tarjeta TO tar-numero.
               IF tar-fileStatus NOT = "00"
                   MOVE "14" TO ws-codigo
                   MOVE "TARJETA INEXISTENTE" TO ws-motivo
               ELSE
                   READ TARJETAS INVALID KEY
                       MOVE "14" TO ws-codigo
                       MOVE "TARJETA INEXISTENTE" TO ws-motivo
                   END-READ
               END-IF.
               IF ws-codigo = SPACES
                   EVALUATE TRUE
                       WHEN tar-denunciada
                           MOVE "41" TO ws-codigo
                           MOVE "TARJETA DENUNCIADA" TO ws-motivo
                       WHEN tar-bloqueada
                           MOVE "62" TO ws-codigo
                           MOVE "TARJETA BLOQUEADA" TO ws-motivo
                       WHEN tar-cerrada
                           MOVE "62" TO ws-codigo
                           MOVE "CUENTA CERRADA" TO ws-motivo
                       WHEN tar-vence < ws-periodo-proceso
                           MOVE "54" TO ws-codigo
                           MOVE "TARJETA VENCIDA" TO ws-motivo
                   END-EVALUATE
               END-IF.

           320-UBICAR-ACUMULADO.
               MOVE 0 TO idx-acu.
               PERFORM VARYING idx-acu FROM 1 BY 1
                       UNTIL idx-acu > cant-acu
                           OR tac-tarjeta(idx-acu) = tar-numero
                   CONTINUE
               END-PERFORM.
               IF idx-acu > cant-acu
                   IF cant-acu < 2000
                       ADD 1 TO cant-acu
                       MOVE cant-acu TO idx-acu
                   ELSE
                       MOVE 2000 TO idx-acu
                   END-IF
                   MOVE tar-numero TO tac-tarjeta(idx-acu)
                   MOVE 0 TO tac-monto(idx-acu)
               END-IF.

           330-AUTORIZAR-DEBITO.
               MOVE soc-cod TO ws-aut-socio.
               MOVE soc-estado TO ws-aut-estado.
               MOVE soc-categoria TO ws-aut-cat.
               MOVE soc-saldo TO ws-aut-saldo.
               MOVE soc-limite-descubierto TO ws-aut-limite.
               MOVE tpr-det-importe TO ws-aut-importe.
               MOVE tac-monto(idx-acu) TO ws-aut-acum.
               MOVE SPACE TO ws-aut-marca.
               MOVE "A" TO ws-aut-resultado.
               CALL "AUTORIZA-DEBITO" USING ws-aut-socio,
                   ws-aut-estado, ws-aut-cat, ws-aut-saldo,
                   ws-aut-limite, ws-aut-importe, ws-aut-acum,
                   ws-aut-marca, ws-aut-resultado, ws-fecha-proceso
                   ON EXCEPTION
                       DISPLAY "ADVERTENCIA: falta AUTORIZA-DEBITO "
                           "- debito sin controles comunes"
                       MOVE "A" TO ws-aut-resultado
               END-CALL.

           350-DEBITAR-OPERACION.
               MOVE soc-saldo TO ws-saldo-ant.
               SUBTRACT tpr-det-importe FROM soc-saldo.
               IF soc-saldo < 0 AND soc-fecha-rojo = 0
                   MOVE ws-fecha-proceso TO soc-fecha-rojo
               END-IF.
               REWRITE soc-reg.
               ADD tpr-det-importe TO tac-monto(idx-acu).
               IF tpr-compra
                   MOVE "TARJ-COMPRA" TO ws-concepto
                   ADD 1 TO cant-compras
                   ADD tpr-det-importe TO total-compras
               ELSE
                   MOVE "TARJ-EXTRAC" TO ws-concepto
                   ADD 1 TO cant-extracciones
                   ADD tpr-det-importe TO total-extracciones
               END-IF.
               ADD 1 TO cant-aprobadas.
               ADD tpr-det-importe TO total-aprobado.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-reg.
               STRING aud-fecha-hora    DELIMITED BY SIZE
                      " | OPER: PROCESADOR | SOCIO "
                                        DELIMITED BY SIZE
                      soc-cod           DELIMITED BY SIZE
                      " | "             DELIMITED BY SIZE
                      ws-concepto       DELIMITED BY SPACE
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
               MOVE "PROCESADOR" TO mov-operador.
               MOVE ws-concepto TO mov-concepto.
               COMPUTE mov-importe = 0 - tpr-det-importe.
               MOVE soc-saldo TO mov-saldo-result.
               MOVE 0 TO mov-dni-operante.
               MOVE soc-filial TO mov-filial-oper.
               MOVE soc-filial TO mov-filial-socio.
               WRITE mov-reg.

           360-RECHAZAR-OPERACION.
               MOVE SPACES TO res-detalle.
               MOVE "D" TO res-det-tipo.
               MOVE tpr-det-tarjeta TO res-det-tarjeta.
               MOVE tpr-det-id TO res-det-id.
               MOVE tpr-det-importe TO res-det-importe.
               MOVE ws-codigo TO res-det-codigo.
               MOVE ws-motivo TO res-det-motivo.
               WRITE res-detalle.
               ADD 1 TO cant-rechazadas.
               ADD tpr-det-importe TO total-rechazado.
               DISPLAY "RECHAZADA: tarjeta ", tpr-det-tarjeta,
                   " $", tpr-det-importe, " - ", ws-codigo, " ",
                   FUNCTION TRIM(ws-motivo).

      *    La liquidacion cierra si el archivo esta completo
      *    (cantidad e importe del trailer) y si aprobadas mas
      *    rechazadas explican todo lo recibido.
           400-VERIFICAR-TRAILER.
               MOVE 1 TO flag-trailer.
               IF tpr-tra-cantidad NOT = cant-leidas
                   DISPLAY "ERROR TRAILER - cantidad esperada: ",
                       tpr-tra-cantidad, " leida: ", cant-leidas
                   MOVE 0 TO flag-concilia
               END-IF.
               IF tpr-tra-total NOT = total-leido
                   DISPLAY "ERROR TRAILER - importe esperado: ",
                       tpr-tra-total, " leido: ", total-leido
                   MOVE 0 TO flag-concilia
               END-IF.
               IF (total-aprobado + total-rechazado) NOT =
                   tpr-tra-total
                   DISPLAY "ERROR: aprobado mas rechazado no "
                       "coincide con el trailer"
                   MOVE 0 TO flag-concilia
               END-IF.

           800-REPORTE-LIQUIDACION.
               OPEN OUTPUT REPORTE-LIQ.
               MOVE ws-fecha-proceso TO l-fecha.
               WRITE rpt-linea FROM lin-liq-titulo.
               MOVE SPACES TO rpt-linea.
               WRITE rpt-linea.
               MOVE "RECIBIDO DEL PROCESADOR" TO l-concepto.
               MOVE cant-leidas TO l-cant.
               MOVE total-leido TO l-importe.
               WRITE rpt-linea FROM lin-liq-det.
               MOVE "TRAILER DEL PROCESADOR" TO l-concepto.
               MOVE tpr-tra-cantidad TO l-cant.
               MOVE tpr-tra-total TO l-importe.
               IF flag-trailer = 0
                   MOVE 0 TO l-cant
                   MOVE 0 TO l-importe
               END-IF.
               WRITE rpt-linea FROM lin-liq-det.
               MOVE "  COMPRAS APROBADAS" TO l-concepto.
               MOVE cant-compras TO l-cant.
               MOVE total-compras TO l-importe.
               WRITE rpt-linea FROM lin-liq-det.
               MOVE "  EXTRACCIONES APROBADAS" TO l-concepto.
               MOVE cant-extracciones TO l-cant.
               MOVE total-extracciones TO l-importe.
               WRITE rpt-linea FROM lin-liq-det.
               MOVE "  RECHAZADAS" TO l-concepto.
               MOVE cant-rechazadas TO l-cant.
               MOVE total-rechazado TO l-importe.
               WRITE rpt-linea FROM lin-liq-det.
               MOVE "A LIQUIDAR AL PROCESADOR" TO l-concepto.
               MOVE cant-aprobadas TO l-cant.
               MOVE total-aprobado TO l-importe.
               WRITE rpt-linea FROM lin-liq-det.
               MOVE SPACES TO rpt-linea.
               WRITE rpt-linea.
               IF flag-concilia = 1
                   MOVE "LIQUIDACION CONCILIADA CON EL TRAILER"
                       TO rpt-linea
               ELSE
                   MOVE "*** LIQUIDACION NO CONCILIA CON EL TRAILER "
                       TO rpt-linea
                   MOVE "- REVISAR ANTES DE PAGAR ***"
                       TO rpt-linea(44:28)
               END-IF.
               WRITE rpt-linea.
               CLOSE REPORTE-LIQ.

           900-FIN.
               IF tpr-fileStatus = "00" OR tpr-fileStatus = "10"
                   MOVE SPACES TO res-trailer
                   MOVE "T" TO res-tra-tipo
                   MOVE cant-rechazadas TO res-tra-cant-rech
                   MOVE total-rechazado TO res-tra-total-rech
                   MOVE cant-aprobadas TO res-tra-cant-aprob
                   MOVE total-aprobado TO res-tra-total-aprob
                   WRITE res-trailer
                   CLOSE RESPUESTA
                   CLOSE PROCESADOR
                   CLOSE SOCIOS
                   IF tar-fileStatus = "00"
                       CLOSE TARJETAS
                   END-IF
                   CLOSE AUDITORIA
                   CLOSE MOVIMIENTOS
                   PERFORM 950-LIBERAR-LOCK
               END-IF.
               DISPLAY "********** TOTALES DE CONTROL **********".
               DISPLAY "Operaciones leidas: ", cant-leidas,
                   " por $", total-leido.
               DISPLAY "Aprobadas: ", cant-aprobadas, " por $",
                   total-aprobado.
               DISPLAY "Rechazadas: ", cant-rechazadas, " por $",
                   total-rechazado.
               IF flag-concilia = 1
                   DISPLAY "Liquidacion conciliada con el trailer"
               ELSE
                   DISPLAY "*** LIQUIDACION NO CONCILIA ***"
               END-IF.
               DISPLAY "Respuesta en ",
                   FUNCTION TRIM(ws-nombre-respuesta).
               DISPLAY "Liquidacion en ..\tarjetasLiquidacion.txt".

           950-LIBERAR-LOCK.
               MOVE "L" TO ws-lock-accion.
               CALL "LOCK-SOCIOS" USING ws-lock-accion,
                   ws-lock-prog, ws-lock-resultado, ws-lock-titular
                   ON EXCEPTION
                       CONTINUE
               END-CALL.

       END PROGRAM PROCESA-TARJETAS.
