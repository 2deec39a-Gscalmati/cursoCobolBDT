               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mov-fileStatus.

           SELECT cheques-custodia ASSIGN TO
               "..\chequesCustodia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS chcus-fileStatus.

           SELECT chequeras ASSIGN TO "..\chequeras.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cheq-fileStatus.

           SELECT cheques-pagados ASSIGN TO "..\chequesPagados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS chpag-fileStatus.

           SELECT cheques-rechazados ASSIGN TO
               "..\chequesRechazados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS chrch-fileStatus.

           SELECT ordenes-no-pagar ASSIGN TO "..\ordenesNoPagar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS onp-fileStatus.

           SELECT devoluciones ASSIGN TO ws-nombre-devoluciones
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dev-fileStatus.

           SELECT comisiones ASSIGN TO "..\comisiones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS com-fileStatus.

           SELECT reporte-aging ASSIGN TO
               "..\clearingAgingReporte.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT compensacion-libros ASSIGN TO
               "..\compensacionLibros.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cpl-fileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  socios.
           03 cle-det-banco pic 9(3).
           03 cle-det-cuenta pic x(22).
           03 cle-det-importe pic 9(8)v99.
      *    Respuesta de la camara por un cheque de tercero que
      *    presentamos: A = pagado por el banco girado, R = rechazado
      *    con su causal.
       01  cle-cheque.
           03 cle-chq-tipo pic x.
           03 cle-chq-socio pic 9(6).
           03 cle-chq-banco pic 9(3).
           03 cle-chq-cheque pic 9(8).
           03 cle-chq-resultado pic x.
               88 cle-chq-pagado value "A".
               88 cle-chq-rechazado value "R".
           03 cle-chq-motivo pic x(13).
           03 cle-chq-importe pic 9(8)v99.
      *    Cheque librado por un socio nuestro que otro banco
      *    presenta al cobro.
       01  cle-presentado.
           03 cle-pre-tipo pic x.
           03 cle-pre-socio pic 9(6).
           03 cle-pre-banco pic 9(3).
           03 cle-pre-cheque pic 9(6).
           03 filler pic x(16).
           03 cle-pre-importe pic 9(8)v99.
       01  cle-trailer.
           03 cle-tra-tipo pic x.
           03 cle-tra-cantidad pic 9(5).
           03 mov-concepto pic x(13).
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-dni-operante pic 9(8).
           03 mov-filial-oper pic 99.
           03 mov-filial-socio pic 99.

       FD  cheques-custodia.
       01  chcus-reg.
           03 chcus-socio pic 9(6).
           03 chcus-banco pic 9(3).
           03 chcus-cheque pic 9(8).
           03 chcus-importe pic 9(7)v99.
           03 chcus-fecha-pago pic 9(8).
           03 chcus-fecha-deposito pic 9(8).
           03 chcus-estado pic x.
               88 chcus-en-custodia value "C".
               88 chcus-enviado value "E".
               88 chcus-acreditado value "A".
               88 chcus-rechazado value "R".
           03 chcus-fecha-estado pic 9(8).
           03 chcus-operador pic x(10).

       FD  chequeras.
       01  cheq-reg.
           03 cheq-socio pic 9(6).
           03 cheq-desde pic 9(6).
           03 cheq-hasta pic 9(6).
           03 cheq-fecha-entrega pic 9(8).
           03 cheq-estado pic x.
               88 cheq-vigente value "V".
               88 cheq-cerrada value "C".

       FD  cheques-pagados.
       01  chpag-reg.
           03 chpag-socio pic 9(6).
           03 chpag-cheque pic 9(6).
           03 chpag-importe pic 9(7)v99.
           03 chpag-fecha pic 9(8).

       FD  cheques-rechazados.
       01  chrch-reg.
           03 chrch-socio pic 9(6).
           03 chrch-cheque pic 9(6).
           03 chrch-importe pic 9(7)v99.
           03 chrch-fecha pic 9(8).
           03 chrch-motivo pic x(20).
           03 chrch-computa pic x.
               88 chrch-no-computa value "N".

       FD  ordenes-no-pagar.
       01  onp-reg.
           03 onp-socio pic 9(6).
           03 onp-desde pic 9(6).
           03 onp-hasta pic 9(6).
           03 onp-motivo pic x.
               88 onp-extravio value "E".
               88 onp-robo value "R".
               88 onp-disputa value "D".
           03 onp-fecha pic 9(8).
           03 onp-vence pic 9(8).
           03 onp-estado pic x.
               88 onp-vigente value "V".
               88 onp-anulada value "A".
           03 onp-operador pic x(10).

      *    Devolucion a la camara de los cheques presentados que no
      *    se pagan, con la causal.
       FD  devoluciones.
       01  dev-cabecera.
           03 dev-cab-tipo pic x.
           03 dev-cab-fecha pic 9(8).
           03 filler pic x(47).
       01  dev-detalle.
           03 dev-det-tipo pic x.
           03 dev-det-socio pic 9(6).
           03 dev-det-banco pic 9(3).
           03 dev-det-cheque pic 9(6).
           03 dev-det-motivo pic x(20).
           03 dev-det-importe pic 9(8)v99.
       01  dev-trailer.
           03 dev-tra-tipo pic x.
           03 dev-tra-cantidad pic 9(5).
           03 dev-tra-total pic 9(10)v99.
           03 filler pic x(38).

       FD  comisiones.
       01  comi-reg.
           03 comi-concepto pic x(13).
           03 comi-importe pic 9(4)v99.

       FD  reporte-aging.
       01  rpt-linea pic x(90).

      *    Liquidaciones esperadas en la cuenta del banco de la
      *    camara (ver GENERA-CLEARING), para CONCILIA-BANCO.
       FD  compensacion-libros.
       01  cpl-reg.
           03 cpl-fecha pic 9(8).
           03 cpl-tipo pic x(3).
           03 cpl-referencia pic x(16).
           03 cpl-cantidad pic 9(5).
           03 cpl-importe pic s9(10)v99.
           03 cpl-programa pic x(20).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  ws-lock-accion pic x.
       01  cle-fileStatus pic xx.
       01  sus-fileStatus pic xx.
       01  mov-fileStatus pic xx.
       01  ws-fecha-proceso pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-saldo-ant pic s9(6)v99.
       01  ws-motivo pic x(30).
       01  aud-fecha-hora pic x(14).
       01  cant-susp-total pic 9(5) value 0.
       01  total-acreditado pic 9(10)v99 value 0.
       01  WS-dias pic 9(5).
       01  chcus-fileStatus pic xx.
       01  com-fileStatus pic xx.
       01  cant-custodia pic 9(4) value 0.
       01  idx-cus pic 9(4).
       01  flag-desborde pic 9 value 0.
       01  flag-chq-hallado pic 9.
       01  ws-concepto pic x(13).
       01  ws-importe pic s9(8)v99.
       01  ws-comi-importe pic 9(4)v99.
       01  cant-chq-acreditados pic 9(5) value 0.
       01  total-chq-acreditado pic 9(10)v99 value 0.
       01  cant-chq-rechazados pic 9(5) value 0.
       01  total-chq-rechazado pic 9(10)v99 value 0.
       01  cant-chq-sin-custodia pic 9(5) value 0.
       01  cheq-fileStatus pic xx.
       01  chpag-fileStatus pic xx.
       01  chrch-fileStatus pic xx.
       01  onp-fileStatus pic xx.
       01  dev-fileStatus pic xx.
       01  ws-nombre-devoluciones pic x(40).
       01  flag-devoluciones-abierto pic 9 value 0.
       01  flag-cheq pic 9.
       01  flag-cheq-valido pic 9.
       01  flag-cheq-pagado pic 9.
       01  flag-onp pic 9.
       01  ws-chq-motivo pic x(20).
       01  ws-chq-computa pic x.
       01  cant-pre-pagados pic 9(5) value 0.
       01  total-pre-pagado pic 9(10)v99 value 0.
       01  cant-pre-devueltos pic 9(5) value 0.
       01  total-pre-devuelto pic 9(10)v99 value 0.
       01  cpl-fileStatus pic xx.
       01  ws-fecha-lote pic 9(8) value 0.
       01  cant-det-entrante pic 9(5) value 0.
       01  total-det-entrante pic 9(10)v99 value 0.
       01  cant-chq-cobrados pic 9(5) value 0.
       01  total-chq-cobrado pic 9(10)v99 value 0.

      *    Parametros de la rutina comun de autorizacion de debitos:
      *    el cheque presentado por camara se autoriza con las mismas
      *    reglas que en mostrador.
       01  ws-aut-socio pic 9(6).
       01  ws-aut-estado pic x.
       01  ws-aut-cat pic x.
       01  ws-aut-saldo pic s9(8)v99.
       01  ws-aut-limite pic 9(6)v99.
       01  ws-aut-importe pic 9(7)v99.
       01  ws-aut-acum pic 9(9)v99.
       01  ws-aut-marca pic x.
       01  ws-aut-resultado pic x.

      *    Cheques de terceros en custodia: se cargan para marcar la
      *    respuesta de la camara y se regraban al final.
       01  tabla-custodia.
           03 tcu-item occurs 2000 times.
               05 tcu-reg pic x(61).

       01  lin-aging-titulo.
           03 filler pic x(44) value
            PERFORM 100-INICIO.
            IF cle-fileStatus = "00"
               PERFORM 200-PROCESAR-ENTRANTE
               PERFORM 600-REGRABAR-CUSTODIA
               PERFORM 800-REPORTE-AGING
               PERFORM 850-ASENTAR-COMPENSACION
            END-IF.
            PERFORM 900-FIN.
            GOBACK.

           100-INICIO.
               DISPLAY "Proceso del archivo entrante de clearing".
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               OPEN INPUT CLEARING-ENT.
               IF cle-fileStatus NOT = "00"
                   DISPLAY "No se encontro clearingEntrante.txt - "
                   IF sus-fileStatus NOT = "00"
                       OPEN OUTPUT CLEARING-SUSP
                   END-IF
                   PERFORM 170-CARGAR-CUSTODIA
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
               MOVE "PROCESA-CLEARING" TO ws-lock-prog.
                   GOBACK
               END-IF.

           170-CARGAR-CUSTODIA.
               OPEN INPUT CHEQUES-CUSTODIA.
               IF chcus-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CHEQUES-CUSTODIA AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-custodia < 2000
                               ADD 1 TO cant-custodia
                               MOVE chcus-reg
                                   TO tcu-reg(cant-custodia)
                           ELSE
                               MOVE 1 TO flag-desborde
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHEQUES-CUSTODIA
               END-IF.
               IF flag-desborde = 1
                   DISPLAY "ERROR: chequesCustodia.txt supera 2000 "
                       "cheques - las respuestas de cheques van al "
                       "suspenso"
               END-IF.

           200-PROCESAR-ENTRANTE.
               MOVE 1 TO flag-fin.
               PERFORM UNTIL flag-fin = 0
                           WHEN "H"
                               DISPLAY "Lote de la camara del ",
                                   cle-cab-fecha
                               MOVE cle-cab-fecha TO ws-fecha-lote
                           WHEN "D"
                               ADD 1 TO cant-leidas
                               ADD 1 TO cant-det-entrante
                               ADD cle-det-importe
                                   TO total-det-entrante
                               PERFORM 300-APLICAR-CREDITO
                           WHEN "C"
                               ADD 1 TO cant-leidas
                               IF cle-chq-pagado
                                   ADD 1 TO cant-chq-cobrados
                                   ADD cle-chq-importe
                                       TO total-chq-cobrado
                               END-IF
                               PERFORM 500-RESPUESTA-CHEQUE
                           WHEN "P"
                               ADD 1 TO cant-leidas
                               PERFORM 700-CHEQUE-PRESENTADO
                           WHEN "T"
                               PERFORM 400-VERIFICAR-TRAILER
                       END-EVALUATE
                       MOVE 0 TO soc-fecha-rojo
                   END-IF
                   REWRITE soc-reg
                   MOVE "TRANSF-RECIB" TO ws-concepto
                   MOVE cle-det-importe TO ws-importe
                   PERFORM 350-GRABAR-RASTROS
                   ADD 1 TO cant-acreditadas
                   ADD cle-det-importe TO total-acreditado
                   MOVE cle-det-banco TO sus-banco
                   MOVE cle-det-cuenta TO sus-cuenta
                   MOVE cle-det-importe TO sus-importe
                   MOVE ws-fecha-proceso TO sus-fecha
                   MOVE ws-motivo TO sus-motivo
                   WRITE sus-reg
                   ADD 1 TO cant-suspenso
                      " | OPER: CLEARING-BA | SOCIO "
                                        DELIMITED BY SIZE
                      soc-cod           DELIMITED BY SIZE
                      " | "             DELIMITED BY SIZE
                      ws-concepto       DELIMITED BY SPACE
                      " | ANTES: "      DELIMITED BY SIZE
                      ws-saldo-ant      DELIMITED BY SIZE
                      " | DESPUES: "    DELIMITED BY SIZE
                      soc-saldo         DELIMITED BY SIZE
                       CONTINUE
               END-CALL.
               WRITE aud-reg.
               IF ws-importe NOT = 0
                   PERFORM 360-GRABAR-MOVIMIENTO
               END-IF.

           360-GRABAR-MOVIMIENTO.
               MOVE soc-cod TO mov-socio.
               MOVE aud-fecha-hora TO mov-fecha-hora.
               MOVE ws-fecha-proceso TO mov-fecha-hora(1:8).
               MOVE "CLEARING-B" TO mov-operador.
               MOVE ws-concepto TO mov-concepto.
               MOVE ws-importe TO mov-importe.
               MOVE soc-saldo TO mov-saldo-result.
               MOVE 0 TO mov-dni-operante.
               MOVE soc-filial TO mov-filial-oper.
               MOVE soc-filial TO mov-filial-socio.
               WRITE mov-reg.

      *    Respuesta por un cheque de tercero enviado: pagado se
      *    acredita al socio (o va al suspenso si el socio ya no
      *    puede recibirlo); rechazado sale de los valores al cobro
      *    sin tocar el saldo y se cobra la comision de rechazo.
           500-RESPUESTA-CHEQUE.
               PERFORM 510-UBICAR-CHEQUE.
               IF flag-chq-hallado = 0
                   ADD 1 TO cant-chq-sin-custodia
                   DISPLAY "CHEQUE SIN CUSTODIA: socio ",
                       cle-chq-socio, " banco ", cle-chq-banco,
                       " cheque ", cle-chq-cheque
                   IF cle-chq-pagado
                       MOVE "CHEQUE SIN CUSTODIA" TO ws-motivo
                       PERFORM 560-CHEQUE-A-SUSPENSO
                   END-IF
               ELSE
                   IF cle-chq-pagado
                       PERFORM 520-ACREDITAR-CHEQUE
                   ELSE
                       PERFORM 530-DEVOLVER-CHEQUE
                   END-IF
                   MOVE ws-fecha-proceso TO chcus-fecha-estado
                   MOVE chcus-reg TO tcu-reg(idx-cus)
               END-IF.

           510-UBICAR-CHEQUE.
               MOVE 0 TO flag-chq-hallado.
               IF flag-desborde = 0
                   PERFORM VARYING idx-cus FROM 1 BY 1
                           UNTIL idx-cus > cant-custodia
                               OR flag-chq-hallado = 1
                       MOVE tcu-reg(idx-cus) TO chcus-reg
                       IF chcus-socio = cle-chq-socio AND
                           chcus-banco = cle-chq-banco AND
                           chcus-cheque = cle-chq-cheque AND
                           chcus-enviado
                           MOVE 1 TO flag-chq-hallado
                       END-IF
                   END-PERFORM
               END-IF.
               IF flag-chq-hallado = 1
                   SUBTRACT 1 FROM idx-cus
               END-IF.

           520-ACREDITAR-CHEQUE.
               SET chcus-acreditado TO TRUE.
               MOVE SPACES TO ws-motivo.
               MOVE cle-chq-socio TO soc-cod.
               READ SOCIOS INVALID KEY
                   MOVE "SOCIO INEXISTENTE" TO ws-motivo
               NOT INVALID KEY
                   IF NOT soc-activo
                       MOVE "SOCIO NO ACTIVO" TO ws-motivo
                   ELSE
                       IF (soc-saldo + chcus-importe) >
                           999999.99
                           MOVE "SALDO EXCEDERIA MAXIMO"
                               TO ws-motivo
                       END-IF
                   END-IF
               END-READ.
               IF ws-motivo = SPACES
                   MOVE soc-saldo TO ws-saldo-ant
                   ADD chcus-importe TO soc-saldo
                   IF soc-saldo >= 0
                       MOVE 0 TO soc-fecha-rojo
                   END-IF
                   REWRITE soc-reg
                   MOVE "CHEQUE-ACRED" TO ws-concepto
                   MOVE chcus-importe TO ws-importe
                   PERFORM 350-GRABAR-RASTROS
                   ADD 1 TO cant-chq-acreditados
                   ADD chcus-importe TO total-chq-acreditado
               ELSE
                   PERFORM 560-CHEQUE-A-SUSPENSO
               END-IF.

           530-DEVOLVER-CHEQUE.
               SET chcus-rechazado TO TRUE.
               ADD 1 TO cant-chq-rechazados.
               ADD chcus-importe TO total-chq-rechazado.
               DISPLAY "CHEQUE RECHAZADO: socio ", chcus-socio,
                   " banco ", chcus-banco, " cheque ", chcus-cheque,
                   " $", chcus-importe, " - ",
                   FUNCTION TRIM(cle-chq-motivo).
               MOVE chcus-socio TO soc-cod.
               READ SOCIOS INVALID KEY
                   DISPLAY "  socio inexistente - sin comision"
               NOT INVALID KEY
                   MOVE soc-saldo TO ws-saldo-ant
                   MOVE "CHEQUE-DEVUEL" TO ws-concepto
                   MOVE 0 TO ws-importe
                   PERFORM 350-GRABAR-RASTROS
                   PERFORM 540-COBRAR-COMISION-RECHAZO
               END-READ.

      *    Misma regla que la comision de mostrador del ABM: nunca
      *    empuja al socio por debajo de su descubierto autorizado.
           540-COBRAR-COMISION-RECHAZO.
               MOVE "COM-CHQRECH" TO ws-concepto.
               PERFORM 550-LEER-TABLA-COMISION.
               IF ws-comi-importe > 0
                   IF (soc-saldo - ws-comi-importe) <
                       (0 - soc-limite-descubierto)
                       DISPLAY "  comision de rechazo eximida: "
                           "superaria el descubierto autorizado"
                   ELSE
                       MOVE soc-saldo TO ws-saldo-ant
                       SUBTRACT ws-comi-importe FROM soc-saldo
                       IF soc-saldo < 0 AND soc-fecha-rojo = 0
                           MOVE ws-fecha-proceso TO soc-fecha-rojo
                       END-IF
                       REWRITE soc-reg
                       COMPUTE ws-importe = 0 - ws-comi-importe
                       PERFORM 350-GRABAR-RASTROS
                   END-IF
               END-IF.

           550-LEER-TABLA-COMISION.
               MOVE 0 TO ws-comi-importe.
               OPEN INPUT COMISIONES.
               IF com-fileStatus = "00"
                   MOVE 1 TO flag-chq-hallado
                   PERFORM UNTIL flag-chq-hallado = 0
                       READ COMISIONES AT END
                           MOVE 0 TO flag-chq-hallado
                       NOT AT END
                           IF comi-concepto = ws-concepto
                               MOVE comi-importe TO ws-comi-importe
                               MOVE 0 TO flag-chq-hallado
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMISIONES
               END-IF.

           560-CHEQUE-A-SUSPENSO.
               MOVE cle-chq-socio TO sus-socio.
               MOVE cle-chq-banco TO sus-banco.
               MOVE SPACES TO sus-cuenta.
               STRING "CHEQUE "       DELIMITED BY SIZE
                      cle-chq-cheque  DELIMITED BY SIZE
                      INTO sus-cuenta.
               MOVE cle-chq-importe TO sus-importe.
               MOVE ws-fecha-proceso TO sus-fecha.
               MOVE ws-motivo TO sus-motivo.
               WRITE sus-reg.
               ADD 1 TO cant-suspenso.
               DISPLAY "A SUSPENSO: socio ", cle-chq-socio,
                   " cheque ", cle-chq-cheque, " $",
                   cle-chq-importe, " - ", FUNCTION TRIM(ws-motivo).

           600-REGRABAR-CUSTODIA.
               IF flag-desborde = 0 AND cant-custodia > 0
                   OPEN OUTPUT CHEQUES-CUSTODIA
                   PERFORM VARYING idx-cus FROM 1 BY 1
                           UNTIL idx-cus > cant-custodia
                       MOVE tcu-reg(idx-cus) TO chcus-reg
                       WRITE chcus-reg
                   END-PERFORM
                   CLOSE CHEQUES-CUSTODIA
               END-IF.

      *    Cheque propio presentado por otro banco: mismas
      *    validaciones que la presentacion por mostrador del ABM.
      *    Chequera inexistente, cheque ya pagado u orden de no pagar
      *    se devuelven sin computar rechazo al librador; la falta de
      *    fondos, el embargo o el tope se devuelven y computan.
           700-CHEQUE-PRESENTADO.
               MOVE SPACES TO ws-chq-motivo.
               MOVE "N" TO ws-chq-computa.
               MOVE cle-pre-socio TO soc-cod.
               READ SOCIOS INVALID KEY
                   MOVE "CUENTA INEXISTENTE" TO ws-chq-motivo
               END-READ.
               IF ws-chq-motivo = SPACES
                   PERFORM 710-VALIDAR-NRO-CHEQUE
                   IF flag-cheq-valido = 0
                       MOVE "CHEQUERA INEXISTENTE" TO ws-chq-motivo
                   END-IF
               END-IF.
               IF ws-chq-motivo = SPACES
                   PERFORM 720-VERIFICAR-PAGADO
                   IF flag-cheq-pagado = 1
                       MOVE "CHEQUE YA PAGADO" TO ws-chq-motivo
                   END-IF
               END-IF.
               IF ws-chq-motivo = SPACES
                   PERFORM 730-VERIFICAR-NO-PAGAR
               END-IF.
               IF ws-chq-motivo = SPACES
                   PERFORM 740-AUTORIZAR-DEBITO
                   MOVE "S" TO ws-chq-computa
                   EVALUATE ws-aut-resultado
                       WHEN "E"
                           MOVE "EMBARGO JUDICIAL" TO ws-chq-motivo
                       WHEN "D"
                           MOVE "SIN FONDOS" TO ws-chq-motivo
                       WHEN "L"
                           MOVE "TOPE DIARIO" TO ws-chq-motivo
                       WHEN "S"
                           MOVE "SOCIO NO ACTIVO" TO ws-chq-motivo
                       WHEN "X"
                           MOVE "LEGAJO INCOMPLETO" TO ws-chq-motivo
                   END-EVALUATE
               END-IF.
               IF ws-chq-motivo = SPACES
                   PERFORM 750-PAGAR-CHEQUE
               ELSE
                   PERFORM 760-DEVOLVER-PRESENTADO
               END-IF.

           710-VALIDAR-NRO-CHEQUE.
               MOVE 0 TO flag-cheq-valido.
               OPEN INPUT CHEQUERAS.
               IF cheq-fileStatus = "00"
                   MOVE 1 TO flag-cheq
                   PERFORM UNTIL flag-cheq = 0
                       READ CHEQUERAS AT END
                           MOVE 0 TO flag-cheq
                       NOT AT END
                           IF cheq-socio = cle-pre-socio AND
                               cheq-vigente AND
                               cle-pre-cheque >= cheq-desde AND
                               cle-pre-cheque <= cheq-hasta
                               MOVE 1 TO flag-cheq-valido
                               MOVE 0 TO flag-cheq
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHEQUERAS
               END-IF.

           720-VERIFICAR-PAGADO.
               MOVE 0 TO flag-cheq-pagado.
               OPEN INPUT CHEQUES-PAGADOS.
               IF chpag-fileStatus = "00"
                   MOVE 1 TO flag-cheq
                   PERFORM UNTIL flag-cheq = 0
                       READ CHEQUES-PAGADOS AT END
                           MOVE 0 TO flag-cheq
                       NOT AT END
                           IF chpag-socio = cle-pre-socio AND
                               chpag-cheque = cle-pre-cheque
                               MOVE 1 TO flag-cheq-pagado
                               MOVE 0 TO flag-cheq
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHEQUES-PAGADOS
               END-IF.

           730-VERIFICAR-NO-PAGAR.
               MOVE 0 TO flag-onp.
               OPEN INPUT ORDENES-NO-PAGAR.
               IF onp-fileStatus = "00"
                   MOVE 1 TO flag-cheq
                   PERFORM UNTIL flag-cheq = 0
                       READ ORDENES-NO-PAGAR AT END
                           MOVE 0 TO flag-cheq
                       NOT AT END
                           IF onp-socio = cle-pre-socio AND
                               onp-vigente AND
                               onp-vence >= ws-fecha-proceso AND
                               cle-pre-cheque >= onp-desde AND
                               cle-pre-cheque <= onp-hasta
                               MOVE 1 TO flag-onp
                               MOVE 0 TO flag-cheq
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ORDENES-NO-PAGAR
               END-IF.
               IF flag-onp = 1
                   EVALUATE TRUE
                       WHEN onp-extravio
                           MOVE "DENUNCIA EXTRAVIO" TO ws-chq-motivo
                       WHEN onp-robo
                           MOVE "DENUNCIA ROBO" TO ws-chq-motivo
                       WHEN OTHER
                           MOVE "ORDEN NO PAGAR" TO ws-chq-motivo
                   END-EVALUATE
               END-IF.

           740-AUTORIZAR-DEBITO.
               MOVE soc-cod TO ws-aut-socio.
               MOVE soc-estado TO ws-aut-estado.
               MOVE soc-categoria TO ws-aut-cat.
               MOVE soc-saldo TO ws-aut-saldo.
               MOVE soc-limite-descubierto TO ws-aut-limite.
               MOVE cle-pre-importe TO ws-aut-importe.
               MOVE 0 TO ws-aut-acum.
               MOVE SPACE TO ws-aut-marca.
               MOVE "A" TO ws-aut-resultado.
               CALL "AUTORIZA-DEBITO" USING ws-aut-socio,
                   ws-aut-estado, ws-aut-cat, ws-aut-saldo,
                   ws-aut-limite, ws-aut-importe, ws-aut-acum,
                   ws-aut-marca, ws-aut-resultado,
                   ws-fecha-proceso
                   ON EXCEPTION
                       DISPLAY "ADVERTENCIA: falta AUTORIZA-DEBITO "
                           "- debito sin controles comunes"
                       MOVE "A" TO ws-aut-resultado
               END-CALL.

           750-PAGAR-CHEQUE.
               MOVE soc-saldo TO ws-saldo-ant.
               SUBTRACT cle-pre-importe FROM soc-saldo.
               IF soc-saldo < 0 AND soc-fecha-rojo = 0
                   MOVE ws-fecha-proceso TO soc-fecha-rojo
               END-IF.
               REWRITE soc-reg.
               MOVE "CHEQUE-PAGO" TO ws-concepto.
               COMPUTE ws-importe = 0 - cle-pre-importe.
               PERFORM 350-GRABAR-RASTROS.
               MOVE cle-pre-socio TO chpag-socio.
               MOVE cle-pre-cheque TO chpag-cheque.
               MOVE cle-pre-importe TO chpag-importe.
               MOVE ws-fecha-proceso TO chpag-fecha.
               OPEN EXTEND CHEQUES-PAGADOS.
               IF chpag-fileStatus NOT = "00"
                   OPEN OUTPUT CHEQUES-PAGADOS
               END-IF.
               WRITE chpag-reg.
               CLOSE CHEQUES-PAGADOS.
               ADD 1 TO cant-pre-pagados.
               ADD cle-pre-importe TO total-pre-pagado.

           760-DEVOLVER-PRESENTADO.
               MOVE cle-pre-socio TO chrch-socio.
               MOVE cle-pre-cheque TO chrch-cheque.
               MOVE cle-pre-importe TO chrch-importe.
               MOVE ws-fecha-proceso TO chrch-fecha.
               MOVE ws-chq-motivo TO chrch-motivo.
               MOVE ws-chq-computa TO chrch-computa.
               OPEN EXTEND CHEQUES-RECHAZADOS.
               IF chrch-fileStatus NOT = "00"
                   OPEN OUTPUT CHEQUES-RECHAZADOS
               END-IF.
               WRITE chrch-reg.
               CLOSE CHEQUES-RECHAZADOS.
               IF flag-devoluciones-abierto = 0
                   MOVE SPACES TO ws-nombre-devoluciones
                   STRING "..\clearingDevoluciones"
                                          DELIMITED BY SIZE
                          ws-fecha-proceso    DELIMITED BY SIZE
                          ".txt"          DELIMITED BY SIZE
                          INTO ws-nombre-devoluciones
                   OPEN OUTPUT DEVOLUCIONES
                   MOVE SPACES TO dev-cabecera
                   MOVE "H" TO dev-cab-tipo
                   MOVE ws-fecha-proceso TO dev-cab-fecha
                   WRITE dev-cabecera
                   MOVE 1 TO flag-devoluciones-abierto
               END-IF.
               MOVE "D" TO dev-det-tipo.
               MOVE cle-pre-socio TO dev-det-socio.
               MOVE cle-pre-banco TO dev-det-banco.
               MOVE cle-pre-cheque TO dev-det-cheque.
               MOVE ws-chq-motivo TO dev-det-motivo.
               MOVE cle-pre-importe TO dev-det-importe.
               WRITE dev-detalle.
               ADD 1 TO cant-pre-devueltos.
               ADD cle-pre-importe TO total-pre-devuelto.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-reg.
               STRING aud-fecha-hora    DELIMITED BY SIZE
                      " | OPER: CLEARING-BA | SOCIO "
                                        DELIMITED BY SIZE
                      cle-pre-socio     DELIMITED BY SIZE
                      " | CHEQUE-RECH | ANTES: "
                                        DELIMITED BY SIZE
                      cle-pre-cheque    DELIMITED BY SIZE
                      " | DESPUES: "    DELIMITED BY SIZE
                      ws-chq-motivo     DELIMITED BY SIZE
                      INTO aud-reg.
               CALL "SELLO-AUDITORIA" USING aud-reg
                   ON EXCEPTION
                       CONTINUE
               END-CALL.
               WRITE aud-reg.
               DISPLAY "CHEQUE DEVUELTO: socio ", cle-pre-socio,
                   " cheque ", cle-pre-cheque, " $", cle-pre-importe,
                   " - ", FUNCTION TRIM(ws-chq-motivo).

           400-VERIFICAR-TRAILER.
               IF cle-tra-cantidad = cant-leidas
                   DISPLAY "TRAILER CLEARING OK - detalles: ",
                           ELSE
                               COMPUTE WS-dias =
                                   FUNCTION INTEGER-OF-DATE
                                       (ws-fecha-proceso) -
                                   FUNCTION INTEGER-OF-DATE
                                       (sus-fecha)
                           END-IF
               WRITE rpt-linea.
               CLOSE REPORTE-AGING.

      *    Lo que el banco de la camara liquida por este lote, se
      *    haya aplicado al socio o quedado en suspenso: el credito
      *    de las transferencias entrantes y los cheques de terceros
      *    pagados, el debito de los cheques propios pagados.
           850-ASENTAR-COMPENSACION.
               IF ws-fecha-lote = 0
                   MOVE ws-fecha-proceso TO ws-fecha-lote
               END-IF.
               OPEN EXTEND COMPENSACION-LIBROS.
               IF cpl-fileStatus NOT = "00"
                   OPEN OUTPUT COMPENSACION-LIBROS
               END-IF.
               MOVE ws-fecha-proceso TO cpl-fecha.
               MOVE "PROCESA-CLEARING" TO cpl-programa.
               IF cant-det-entrante > 0
                   MOVE "TEN" TO cpl-tipo
                   MOVE cant-det-entrante TO cpl-cantidad
                   MOVE total-det-entrante TO cpl-importe
                   PERFORM 855-GRABAR-COMPENSACION
               END-IF.
               IF cant-chq-cobrados > 0
                   MOVE "CHC" TO cpl-tipo
                   MOVE cant-chq-cobrados TO cpl-cantidad
                   MOVE total-chq-cobrado TO cpl-importe
                   PERFORM 855-GRABAR-COMPENSACION
               END-IF.
               IF cant-pre-pagados > 0
                   MOVE "CHP" TO cpl-tipo
                   MOVE cant-pre-pagados TO cpl-cantidad
                   COMPUTE cpl-importe = 0 - total-pre-pagado
                   PERFORM 855-GRABAR-COMPENSACION
               END-IF.
               CLOSE COMPENSACION-LIBROS.

           855-GRABAR-COMPENSACION.
               MOVE SPACES TO cpl-referencia.
               STRING cpl-tipo ws-fecha-lote DELIMITED BY SIZE
                      INTO cpl-referencia.
               WRITE cpl-reg.

           900-FIN.
               IF flag-devoluciones-abierto = 1
                   MOVE SPACES TO dev-trailer
                   MOVE "T" TO dev-tra-tipo
                   MOVE cant-pre-devueltos TO dev-tra-cantidad
                   MOVE total-pre-devuelto TO dev-tra-total
                   WRITE dev-trailer
                   CLOSE DEVOLUCIONES
               END-IF.
               IF cle-fileStatus = "00"
                   CLOSE CLEARING-ENT
                   CLOSE SOCIOS
               DISPLAY "Detalles leidos: ", cant-leidas.
               DISPLAY "Creditos acreditados: ", cant-acreditadas,
                   " por $", total-acreditado.
               DISPLAY "Cheques de terceros acreditados: ",
                   cant-chq-acreditados, " por $",
                   total-chq-acreditado.
               DISPLAY "Cheques de terceros rechazados: ",
                   cant-chq-rechazados, " por $",
                   total-chq-rechazado.
               DISPLAY "Cheques propios pagados por camara: ",
                   cant-pre-pagados, " por $", total-pre-pagado.
               DISPLAY "Cheques propios devueltos: ",
                   cant-pre-devueltos, " por $", total-pre-devuelto.
               IF flag-devoluciones-abierto = 1
                   DISPLAY "Devoluciones en ",
                       FUNCTION TRIM(ws-nombre-devoluciones)
               END-IF.
               IF cant-chq-sin-custodia > 0
                   DISPLAY "*** Respuestas de cheques sin custodia: ",
                       cant-chq-sin-custodia
               END-IF.
               DISPLAY "Estacionados en suspenso hoy: ",
                   cant-suspenso.
               DISPLAY "Aging en ..\clearingAgingReporte.txt".
