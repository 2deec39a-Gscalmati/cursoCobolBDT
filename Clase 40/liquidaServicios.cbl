      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA-SERVICIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT empresas-recaudadoras ASSIGN TO
               "..\empresasRecaudadoras.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS erec-fileStatus.

           SELECT cobranzas-servicios ASSIGN TO
               "..\cobranzasServicios.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cobs-fileStatus.

           SELECT rendicion ASSIGN TO ws-nombre-rendicion
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  empresas-recaudadoras.
       01  erec-reg.
           03 erec-codigo pic 9(4).
           03 erec-nombre pic x(30).
           03 erec-cuenta-banco pic x(22).
           03 erec-comision pic 9(4)v99.
           03 erec-cuenta-contable pic 9(4).
           03 erec-estado pic x.
               88 erec-vigente value "A".

       FD  cobranzas-servicios.
       01  cobs-reg.
           03 cobs-empresa pic 9(4).
           03 cobs-referencia pic x(30).
           03 cobs-importe pic 9(7)v99.
           03 cobs-comision pic 9(4)v99.
           03 cobs-medio pic x.
               88 cobs-en-cuenta value "C".
               88 cobs-en-efectivo value "E".
           03 cobs-socio pic 9(6).
           03 cobs-fecha pic 9(8).
           03 cobs-hora pic 9(6).
           03 cobs-operador pic x(10).
           03 cobs-filial-oper pic 99.
           03 cobs-filial-socio pic 99.
           03 cobs-estado pic x.
               88 cobs-pendiente value "P".
               88 cobs-liquidada value "L".
           03 cobs-fecha-liq pic 9(8).

      *    Rendicion a la empresa: cabecera con la cuenta donde se
      *    le transfiere, una linea por factura cobrada y trailer con
      *    el bruto, nuestra comision y el neto a transferir.
       FD  rendicion.
       01  ren-cabecera.
           03 ren-cab-tipo pic x.
           03 ren-cab-empresa pic 9(4).
           03 ren-cab-nombre pic x(30).
           03 ren-cab-cuenta-banco pic x(22).
           03 ren-cab-fecha pic 9(8).
           03 filler pic x(5).
       01  ren-detalle.
           03 ren-det-tipo pic x.
           03 ren-det-referencia pic x(30).
           03 ren-det-fecha pic 9(8).
           03 ren-det-importe pic 9(7)v99.
           03 ren-det-comision pic 9(4)v99.
           03 ren-det-medio pic x.
           03 filler pic x(15).
       01  ren-trailer.
           03 ren-tra-tipo pic x.
           03 ren-tra-cantidad pic 9(6).
           03 ren-tra-bruto pic 9(10)v99.
           03 ren-tra-comision pic 9(8)v99.
           03 ren-tra-neto pic 9(10)v99.
           03 filler pic x(29).

       FD  auditoria.
       01  aud-reg pic x(180).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  erec-fileStatus pic xx.
       01  cobs-fileStatus pic xx.
       01  ws-nombre-rendicion pic x(40).
       01  ws-fecha-proceso pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  aud-fecha-hora pic x(14).
       01  idx-emp pic 999.
       01  idx-cob pic 9(4).
       01  cant-empresa pic 9(6).
       01  bruto-empresa pic 9(10)v99.
       01  comision-empresa pic 9(8)v99.
       01  neto-empresa pic 9(10)v99.
       01  cant-rendiciones pic 999 value 0.
       01  cant-liquidadas pic 9(6) value 0.
       01  total-bruto pic 9(10)v99 value 0.
       01  total-comision pic 9(8)v99 value 0.
       01  total-neto pic 9(10)v99 value 0.
       01  flag-desborde pic 9 value 0.

       01  tabla-empresas.
           03 tem-item occurs 200 times.
               05 tem-codigo pic 9(4).
               05 tem-nombre pic x(30).
               05 tem-cuenta-banco pic x(22).
       01  cant-empresas pic 999 value 0.

       01  tabla-cobranzas.
           03 tco-reg pic x(93) occurs 5000 times.
       01  cant-cobranzas pic 9(4) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            IF flag-desborde = 1
               DISPLAY "cobranzasServicios.txt excede la capacidad de "
                   "la tabla (5000) - corrida cancelada; depure las "
                   "cobranzas ya liquidadas"
            ELSE
               OPEN EXTEND AUDITORIA
               PERFORM VARYING idx-emp FROM 1 BY 1
                       UNTIL idx-emp > cant-empresas
                   PERFORM 300-LIQUIDAR-EMPRESA
               END-PERFORM
               CLOSE AUDITORIA
               IF cant-liquidadas > 0
                   PERFORM 800-REGRABAR-COBRANZAS
               END-IF
            END-IF.
            PERFORM 900-FIN.
            GOBACK.

           100-INICIO.
               DISPLAY "Liquidacion de cobranzas de servicios a las "
                   "empresas".
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               PERFORM 200-CARGAR-EMPRESAS.
               PERFORM 210-CARGAR-COBRANZAS.

      *    Se rinde lo cobrado hasta el ultimo dia de negocio
      *    cerrado: un dia abierto todavia puede recibir pagos.
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

      *    Tambien se rinde a las empresas dadas de baja: lo que se
      *    les cobro antes de la baja se les debe igual.
           200-CARGAR-EMPRESAS.
               OPEN INPUT EMPRESAS-RECAUDADORAS.
               IF erec-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ EMPRESAS-RECAUDADORAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-empresas < 200
                               ADD 1 TO cant-empresas
                               MOVE erec-codigo
                                   TO tem-codigo(cant-empresas)
                               MOVE erec-nombre
                                   TO tem-nombre(cant-empresas)
                               MOVE erec-cuenta-banco
                                   TO tem-cuenta-banco(cant-empresas)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMPRESAS-RECAUDADORAS
               ELSE
                   DISPLAY "No se encontro empresasRecaudadoras.txt"
               END-IF.

           210-CARGAR-COBRANZAS.
               OPEN INPUT COBRANZAS-SERVICIOS.
               IF cobs-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ COBRANZAS-SERVICIOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-cobranzas < 5000
                               ADD 1 TO cant-cobranzas
                               MOVE cobs-reg
                                   TO tco-reg(cant-cobranzas)
                           ELSE
                               MOVE 1 TO flag-desborde
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COBRANZAS-SERVICIOS
               END-IF.

      *    Un archivo por empresa con todo lo pendiente hasta la
      *    fecha de proceso; cada factura rendida queda marcada como
      *    liquidada para no volver a rendirse.
           300-LIQUIDAR-EMPRESA.
               MOVE 0 TO cant-empresa.
               MOVE 0 TO bruto-empresa.
               MOVE 0 TO comision-empresa.
               PERFORM VARYING idx-cob FROM 1 BY 1
                       UNTIL idx-cob > cant-cobranzas
                   MOVE tco-reg(idx-cob) TO cobs-reg
                   IF cobs-empresa = tem-codigo(idx-emp) AND
                       cobs-pendiente AND
                       cobs-fecha <= ws-fecha-proceso
                       IF cant-empresa = 0
                           PERFORM 310-ABRIR-RENDICION
                       END-IF
                       PERFORM 320-RENDIR-COBRANZA
                   END-IF
               END-PERFORM.
               IF cant-empresa > 0
                   PERFORM 330-CERRAR-RENDICION
               END-IF.

           310-ABRIR-RENDICION.
               MOVE SPACES TO ws-nombre-rendicion.
               STRING "..\rendicionServicios" DELIMITED BY SIZE
                      tem-codigo(idx-emp)     DELIMITED BY SIZE
                      "_"                     DELIMITED BY SIZE
                      ws-fecha-proceso        DELIMITED BY SIZE
                      ".txt"                  DELIMITED BY SIZE
                      INTO ws-nombre-rendicion.
               OPEN OUTPUT RENDICION.
               MOVE SPACES TO ren-cabecera.
               MOVE "H" TO ren-cab-tipo.
               MOVE tem-codigo(idx-emp) TO ren-cab-empresa.
               MOVE tem-nombre(idx-emp) TO ren-cab-nombre.
               MOVE tem-cuenta-banco(idx-emp) TO ren-cab-cuenta-banco.
               MOVE ws-fecha-proceso TO ren-cab-fecha.
               WRITE ren-cabecera.

           320-RENDIR-COBRANZA.
               MOVE SPACES TO ren-detalle.
               MOVE "D" TO ren-det-tipo.
               MOVE cobs-referencia TO ren-det-referencia.
               MOVE cobs-fecha TO ren-det-fecha.
               MOVE cobs-importe TO ren-det-importe.
               MOVE cobs-comision TO ren-det-comision.
               MOVE cobs-medio TO ren-det-medio.
               WRITE ren-detalle.
               ADD 1 TO cant-empresa.
               ADD cobs-importe TO bruto-empresa.
               ADD cobs-comision TO comision-empresa.
               SET cobs-liquidada TO TRUE.
               MOVE ws-fecha-proceso TO cobs-fecha-liq.
               MOVE cobs-reg TO tco-reg(idx-cob).

           330-CERRAR-RENDICION.
               COMPUTE neto-empresa = bruto-empresa - comision-empresa.
               MOVE SPACES TO ren-trailer.
               MOVE "T" TO ren-tra-tipo.
               MOVE cant-empresa TO ren-tra-cantidad.
               MOVE bruto-empresa TO ren-tra-bruto.
               MOVE comision-empresa TO ren-tra-comision.
               MOVE neto-empresa TO ren-tra-neto.
               WRITE ren-trailer.
               CLOSE RENDICION.
               ADD 1 TO cant-rendiciones.
               ADD cant-empresa TO cant-liquidadas.
               ADD bruto-empresa TO total-bruto.
               ADD comision-empresa TO total-comision.
               ADD neto-empresa TO total-neto.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-reg.
               STRING aud-fecha-hora       DELIMITED BY SIZE
                      " | OPER: LIQSERV | EMPRESA "
                                           DELIMITED BY SIZE
                      tem-codigo(idx-emp)  DELIMITED BY SIZE
                      " | RENDICION | FACTURAS: "
                                           DELIMITED BY SIZE
                      cant-empresa         DELIMITED BY SIZE
                      " | NETO: "          DELIMITED BY SIZE
                      neto-empresa         DELIMITED BY SIZE
                      INTO aud-reg.
               CALL "SELLO-AUDITORIA" USING aud-reg
                   ON EXCEPTION
                       CONTINUE
               END-CALL.
               WRITE aud-reg.
               DISPLAY "Empresa ", tem-codigo(idx-emp), " ",
                   FUNCTION TRIM(tem-nombre(idx-emp)), ": ",
                   cant-empresa, " facturas, neto $", neto-empresa,
                   " en ", FUNCTION TRIM(ws-nombre-rendicion).

           800-REGRABAR-COBRANZAS.
               OPEN OUTPUT COBRANZAS-SERVICIOS.
               PERFORM VARYING idx-cob FROM 1 BY 1
                       UNTIL idx-cob > cant-cobranzas
                   MOVE tco-reg(idx-cob) TO cobs-reg
                   WRITE cobs-reg
               END-PERFORM.
               CLOSE COBRANZAS-SERVICIOS.

           900-FIN.
               DISPLAY "********** TOTALES DE CONTROL **********".
               DISPLAY "Rendiciones generadas: ", cant-rendiciones.
               DISPLAY "Facturas liquidadas: ", cant-liquidadas.
               DISPLAY "Cobrado: $", total-bruto,
                   "  Comisiones: $", total-comision,
                   "  Neto a transferir: $", total-neto.

       END PROGRAM LIQUIDA-SERVICIOS.
