      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-CANAL.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS movh-clave
               FILE STATUS IS movh-fileStatus.

           SELECT embargos ASSIGN TO "..\embargos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emb-clave
               FILE STATUS IS emb-fileStatus.

           SELECT pendientes ASSIGN TO "..\pendientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pend-clave
               FILE STATUS IS pend-fileStatus.

           SELECT salida-canal ASSIGN TO ws-nombre-salida
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

       FD  embargos.
       01  emb-reg.
           03 emb-clave.
               05 emb-socio pic 9(6).
               05 emb-expediente pic x(12).
           03 emb-importe pic s9(7)v99.
           03 emb-fecha pic 9(8).
           03 emb-estado pic x.
               88 emb-activo value "A".
               88 emb-levantado value "L".

       FD  pendientes.
       01  pend-reg.
           03 pend-clave.
               05 pend-socio pic 9(6).
               05 pend-fecha-hora pic x(14).
           03 pend-importe pic s9(7)v99.
           03 pend-operador pic x(10).
           03 pend-estado pic x.

      *    Archivo de salida al home banking. Todos los registros
      *    empiezan con la marca de origen de la cooperativa: la
      *    importacion del canal descarta lo que la trae.
       FD  salida-canal.
       01  cs-reg.
           03 cs-origen pic x(4).
           03 cs-tipo pic x.
           03 cs-fecha pic 9(8).
           03 cs-datos pic x(67).
       01  cs-cabecera.
           03 filler pic x(13).
           03 cs-cab-descripcion pic x(30).
           03 filler pic x(37).
       01  cs-saldo-reg.
           03 filler pic x(13).
           03 cs-sal-socio pic 9(6).
           03 cs-sal-saldo pic s9(8)v99.
           03 cs-sal-disponible pic s9(8)v99.
           03 cs-sal-embargado pic 9(8)v99.
           03 cs-sal-retenido pic 9(8)v99.
           03 filler pic x(21).
       01  cs-mov-reg.
           03 filler pic x(13).
           03 cs-mov-socio pic 9(6).
           03 cs-mov-fecha-hora pic x(14).
           03 cs-mov-concepto pic x(13).
           03 cs-mov-importe pic s9(7)v99.
           03 cs-mov-saldo pic s9(7)v99.
           03 cs-mov-relleno pic x(16).
       01  cs-trailer.
           03 filler pic x(13).
           03 cs-tra-cant-saldos pic 9(6).
           03 cs-tra-total-saldos pic s9(10)v99.
           03 cs-tra-hash-socios pic 9(12).
           03 cs-tra-cant-movs pic 9(6).
           03 cs-tra-total-movs pic s9(10)v99.
           03 filler pic x(19).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  flag-lee pic 9.
       01  soc-fileStatus pic xx.
       01  mov-fileStatus pic xx.
       01  movh-fileStatus pic xx.
       01  emb-fileStatus pic xx.
       01  pend-fileStatus pic xx.
       01  flag-historico pic 9 value 0.
       01  flag-embargos pic 9 value 0.
       01  flag-pendientes pic 9 value 0.
       01  ws-origen pic x(4) value "COOP".
       01  ws-nombre-salida pic x(40).
       01  ws-fecha-proceso pic 9(8).
       01  ws-fecha-sig pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-saldo-dia pic s9(8)v99.
       01  ws-embargado pic 9(8)v99.
       01  ws-retenido pic 9(8)v99.
       01  ws-disponible pic s9(8)v99.
       01  cant-saldos pic 9(6) value 0.
       01  total-saldos pic s9(10)v99 value 0.
       01  hash-socios pic 9(12) value 0.
       01  cant-movs pic 9(6) value 0.
       01  total-movs pic s9(10)v99 value 0.

      *    Diario aun no cargado al historial: los movimientos del
      *    dia informado y lo asentado despues, que se descuenta del
      *    saldo actual para llegar al saldo de cierre.
       01  tabla-diario.
           03 tdi-item occurs 5000 times.
               05 tdi-socio pic 9(6).
               05 tdi-fecha-hora pic x(14).
               05 tdi-concepto pic x(13).
               05 tdi-importe pic s9(7)v99.
               05 tdi-saldo pic s9(7)v99.
       01  cant-tdi pic 9(4) value 0.
       01  idx-tdi pic 9(4).
       01  tabla-posterior.
           03 tpo-item occurs 2000 times.
               05 tpo-socio pic 9(6).
               05 tpo-importe pic s9(8)v99.
       01  cant-tpo pic 9(4) value 0.
       01  idx-tpo pic 9(4).
       01  flag-desborde pic 9 value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-CARGAR-DIARIO.
            IF flag-desborde = 1
                DISPLAY "movimientos.txt excede la capacidad de las "
                    "tablas - corrida cancelada; cargue el diario al "
                    "historial y vuelva a correr"
                GOBACK
            END-IF.
            PERFORM 300-GENERAR-SALIDA.
            PERFORM 900-FIN.
            GOBACK.

           100-INICIO.
               DISPLAY "Salida diaria de saldos y movimientos al "
                   "home banking".
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               COMPUTE ws-fecha-sig = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-fecha-proceso) + 1).
               MOVE SPACES TO ws-nombre-salida.
               STRING "..\canalSalida"  DELIMITED BY SIZE
                      ws-fecha-proceso  DELIMITED BY SIZE
                      ".txt"            DELIMITED BY SIZE
                      INTO ws-nombre-salida.

      *    Solo dias cerrados: uno abierto todavia recibe
      *    operaciones. Un dia anterior al ultimo cierre se puede
      *    volver a generar: el saldo se reconstruye descontando lo
      *    asentado despues.
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

           200-CARGAR-DIARIO.
               OPEN INPUT MOVIMIENTOS.
               IF mov-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ MOVIMIENTOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF mov-socio >= 1
                               PERFORM 210-CLASIFICAR-MOV
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOVIMIENTOS
               END-IF.

           210-CLASIFICAR-MOV.
               IF mov-fecha-hora(1:8) = ws-fecha-proceso
                   IF cant-tdi < 5000
                       ADD 1 TO cant-tdi
                       MOVE mov-socio TO tdi-socio(cant-tdi)
                       MOVE mov-fecha-hora TO tdi-fecha-hora(cant-tdi)
                       MOVE mov-concepto TO tdi-concepto(cant-tdi)
                       MOVE mov-importe TO tdi-importe(cant-tdi)
                       MOVE mov-saldo-result TO tdi-saldo(cant-tdi)
                   ELSE
                       MOVE 1 TO flag-desborde
                       MOVE 0 TO flag-fin
                   END-IF
               END-IF.
               IF mov-fecha-hora(1:8) > ws-fecha-proceso
                   PERFORM VARYING idx-tpo FROM 1 BY 1
                           UNTIL idx-tpo > cant-tpo
                       IF tpo-socio(idx-tpo) = mov-socio
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF idx-tpo > cant-tpo
                       IF cant-tpo < 2000
                           ADD 1 TO cant-tpo
                           MOVE mov-socio TO tpo-socio(cant-tpo)
                           MOVE 0 TO tpo-importe(cant-tpo)
                       ELSE
                           MOVE 1 TO flag-desborde
                           MOVE 0 TO flag-fin
                       END-IF
                   END-IF
                   IF idx-tpo <= cant-tpo
                       ADD mov-importe TO tpo-importe(idx-tpo)
                   END-IF
               END-IF.

      *    Un registro de saldo por socio activo seguido de sus
      *    movimientos del dia, primero los ya cargados al historial
      *    y despues los del diario, en orden de asiento.
           300-GENERAR-SALIDA.
               OPEN INPUT MOV-HISTORICO.
               IF movh-fileStatus = "00"
                   MOVE 1 TO flag-historico
               END-IF.
               OPEN INPUT EMBARGOS.
               IF emb-fileStatus = "00"
                   MOVE 1 TO flag-embargos
               END-IF.
               OPEN INPUT PENDIENTES.
               IF pend-fileStatus = "00"
                   MOVE 1 TO flag-pendientes
               END-IF.
               OPEN OUTPUT SALIDA-CANAL.
               MOVE SPACES TO cs-reg.
               MOVE ws-origen TO cs-origen.
               MOVE "H" TO cs-tipo.
               MOVE ws-fecha-proceso TO cs-fecha.
               MOVE "SALDOS Y MOVIMIENTOS DEL DIA" TO
                   cs-cab-descripcion.
               WRITE cs-reg.
               OPEN INPUT SOCIOS.
               MOVE 1 TO flag-fin.
               PERFORM UNTIL flag-fin = 0
                   READ SOCIOS AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       IF soc-activo
                           PERFORM 310-SALDO-SOCIO
                           PERFORM 350-MOVIMIENTOS-SOCIO
                       END-IF
                   END-READ
               END-PERFORM.
               CLOSE SOCIOS.
               MOVE SPACES TO cs-reg.
               MOVE ws-origen TO cs-origen.
               MOVE "T" TO cs-tipo.
               MOVE ws-fecha-proceso TO cs-fecha.
               MOVE cant-saldos TO cs-tra-cant-saldos.
               MOVE total-saldos TO cs-tra-total-saldos.
               MOVE hash-socios TO cs-tra-hash-socios.
               MOVE cant-movs TO cs-tra-cant-movs.
               MOVE total-movs TO cs-tra-total-movs.
               WRITE cs-reg.
               CLOSE SALIDA-CANAL.
               IF flag-historico = 1
                   CLOSE MOV-HISTORICO
               END-IF.
               IF flag-embargos = 1
                   CLOSE EMBARGOS
               END-IF.
               IF flag-pendientes = 1
                   CLOSE PENDIENTES
               END-IF.

      *    Saldo al cierre del dia: el actual menos todo lo asentado
      *    despues. El disponible descuenta los embargos activos y
      *    los debitos retenidos a la espera de aprobacion.
           310-SALDO-SOCIO.
               MOVE soc-saldo TO ws-saldo-dia.
               PERFORM VARYING idx-tpo FROM 1 BY 1
                       UNTIL idx-tpo > cant-tpo
                   IF tpo-socio(idx-tpo) = soc-cod
                       SUBTRACT tpo-importe(idx-tpo) FROM ws-saldo-dia
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF flag-historico = 1
                   PERFORM 315-POSTERIOR-HISTORICO
               END-IF.
               MOVE 0 TO ws-embargado.
               IF flag-embargos = 1
                   PERFORM 320-EMBARGADO
               END-IF.
               MOVE 0 TO ws-retenido.
               IF flag-pendientes = 1
                   PERFORM 330-RETENIDO
               END-IF.
               COMPUTE ws-disponible =
                   ws-saldo-dia - ws-embargado - ws-retenido.
               IF ws-disponible < 0
                   MOVE 0 TO ws-disponible
               END-IF.
               MOVE SPACES TO cs-reg.
               MOVE ws-origen TO cs-origen.
               MOVE "S" TO cs-tipo.
               MOVE ws-fecha-proceso TO cs-fecha.
               MOVE soc-cod TO cs-sal-socio.
               MOVE ws-saldo-dia TO cs-sal-saldo.
               MOVE ws-disponible TO cs-sal-disponible.
               MOVE ws-embargado TO cs-sal-embargado.
               MOVE ws-retenido TO cs-sal-retenido.
               WRITE cs-reg.
               ADD 1 TO cant-saldos.
               ADD ws-saldo-dia TO total-saldos.
               ADD soc-cod TO hash-socios.

           315-POSTERIOR-HISTORICO.
               MOVE soc-cod TO movh-socio.
               MOVE SPACES TO movh-fecha-hora.
               MOVE ws-fecha-sig TO movh-fecha-hora(1:8).
               MOVE 0 TO movh-seq.
               START MOV-HISTORICO KEY IS NOT LESS THAN movh-clave
                   INVALID KEY
                       MOVE 0 TO flag-lee
                   NOT INVALID KEY
                       MOVE 1 TO flag-lee
               END-START.
               PERFORM UNTIL flag-lee = 0
                   READ MOV-HISTORICO NEXT AT END
                       MOVE 0 TO flag-lee
                   NOT AT END
                       IF movh-socio NOT = soc-cod
                           MOVE 0 TO flag-lee
                       ELSE
                           SUBTRACT movh-importe FROM ws-saldo-dia
                       END-IF
                   END-READ
               END-PERFORM.

           320-EMBARGADO.
               MOVE soc-cod TO emb-socio.
               MOVE LOW-VALUES TO emb-expediente.
               START EMBARGOS KEY IS NOT LESS THAN emb-clave
                   INVALID KEY
                       MOVE 0 TO flag-lee
                   NOT INVALID KEY
                       MOVE 1 TO flag-lee
               END-START.
               PERFORM UNTIL flag-lee = 0
                   READ EMBARGOS NEXT AT END
                       MOVE 0 TO flag-lee
                   NOT AT END
                       IF emb-socio NOT = soc-cod
                           MOVE 0 TO flag-lee
                       ELSE
                           IF emb-activo AND
                               emb-fecha <= ws-fecha-proceso
                               ADD emb-importe TO ws-embargado
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM.

      *    Extracciones sobre el umbral que esperan la aprobacion
      *    del supervisor: el socio no puede disponer de esa plata.
           330-RETENIDO.
               MOVE soc-cod TO pend-socio.
               MOVE LOW-VALUES TO pend-fecha-hora.
               START PENDIENTES KEY IS NOT LESS THAN pend-clave
                   INVALID KEY
                       MOVE 0 TO flag-lee
                   NOT INVALID KEY
                       MOVE 1 TO flag-lee
               END-START.
               PERFORM UNTIL flag-lee = 0
                   READ PENDIENTES NEXT AT END
                       MOVE 0 TO flag-lee
                   NOT AT END
                       IF pend-socio NOT = soc-cod
                           MOVE 0 TO flag-lee
                       ELSE
                           IF pend-estado = "P" AND
                               pend-importe < 0 AND
                               pend-fecha-hora(1:8) <= ws-fecha-proceso
                               SUBTRACT pend-importe FROM ws-retenido
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM.

           350-MOVIMIENTOS-SOCIO.
               IF flag-historico = 1
                   MOVE soc-cod TO movh-socio
                   MOVE SPACES TO movh-fecha-hora
                   MOVE ws-fecha-proceso TO movh-fecha-hora(1:8)
                   MOVE 0 TO movh-seq
                   START MOV-HISTORICO KEY IS NOT LESS THAN movh-clave
                       INVALID KEY
                           MOVE 0 TO flag-lee
                       NOT INVALID KEY
                           MOVE 1 TO flag-lee
                   END-START
                   PERFORM UNTIL flag-lee = 0
                       READ MOV-HISTORICO NEXT AT END
                           MOVE 0 TO flag-lee
                       NOT AT END
                           IF movh-socio NOT = soc-cod OR
                               movh-fecha-hora(1:8) > ws-fecha-proceso
                               MOVE 0 TO flag-lee
                           ELSE
                               MOVE movh-fecha-hora TO
                                   cs-mov-fecha-hora
                               MOVE movh-concepto TO cs-mov-concepto
                               MOVE movh-importe TO cs-mov-importe
                               MOVE movh-saldo-result TO cs-mov-saldo
                               PERFORM 360-GRABAR-MOVIMIENTO
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               PERFORM VARYING idx-tdi FROM 1 BY 1
                       UNTIL idx-tdi > cant-tdi
                   IF tdi-socio(idx-tdi) = soc-cod
                       MOVE tdi-fecha-hora(idx-tdi) TO cs-mov-fecha-hora
                       MOVE tdi-concepto(idx-tdi) TO cs-mov-concepto
                       MOVE tdi-importe(idx-tdi) TO cs-mov-importe
                       MOVE tdi-saldo(idx-tdi) TO cs-mov-saldo
                       PERFORM 360-GRABAR-MOVIMIENTO
                   END-IF
               END-PERFORM.

      *    Los campos del movimiento ya vienen cargados: se completa
      *    el encabezado comun del registro.
           360-GRABAR-MOVIMIENTO.
               MOVE ws-origen TO cs-origen.
               MOVE "M" TO cs-tipo.
               MOVE ws-fecha-proceso TO cs-fecha.
               MOVE soc-cod TO cs-mov-socio.
               MOVE SPACES TO cs-mov-relleno.
               WRITE cs-reg.
               ADD 1 TO cant-movs.
               ADD cs-mov-importe TO total-movs.

           900-FIN.
               DISPLAY "Saldos informados: ", cant-saldos,
                   " por $", total-saldos.
               DISPLAY "Movimientos del dia: ", cant-movs,
                   " por $", total-movs.
               DISPLAY "Salida al home banking en ",
                   FUNCTION TRIM(ws-nombre-salida).

       END PROGRAM EXPORTA-CANAL.
