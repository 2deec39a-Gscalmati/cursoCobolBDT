               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cls-fileStatus.

           SELECT cheques-custodia ASSIGN TO
               "..\chequesCustodia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS chcus-fileStatus.

           SELECT compensacion-libros ASSIGN TO
               "..\compensacionLibros.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cpl-fileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  socios.
           03 mov-concepto pic x(13).
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-dni-operante pic 9(8).
           03 mov-filial-oper pic 99.
           03 mov-filial-socio pic 99.

      *    Archivo saliente hacia la camara compensadora: cabecera
      *    con fecha de generacion, un detalle por transferencia y
           03 cls-det-banco pic 9(3).
           03 cls-det-cuenta pic x(22).
           03 cls-det-importe pic 9(8)v99.
      *    Cheque de tercero depositado por un socio que se presenta
      *    al cobro contra el banco girado.
       01  cls-cheque.
           03 cls-chq-tipo pic x.
           03 cls-chq-socio pic 9(6).
           03 cls-chq-banco pic 9(3).
           03 cls-chq-cheque pic 9(8).
           03 filler pic x(14).
           03 cls-chq-importe pic 9(8)v99.
       01  cls-trailer.
           03 cls-tra-tipo pic x.
           03 cls-tra-cantidad pic 9(5).
           03 cls-tra-total pic 9(10)v99.
           03 filler pic x(22).

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

      *    Lo que la cooperativa espera ver en su cuenta del banco
      *    de la camara, un registro por lote y tipo de liquidacion:
      *    TSA transferencias salientes, TEN entrantes, CHC cheques
      *    de terceros cobrados, CHP cheques propios pagados. Importe
      *    positivo = credito en la cuenta. Lo concilia
      *    CONCILIA-BANCO contra el extracto.
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
       01  ban-fileStatus pic xx.
       01  ws-nombre-clearing pic x(40).
       01  opc-menu pic 9.
       01  ws-operador-id pic x(10).
       01  ws-fecha-negocio pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-fecha pic 9(8).
       01  ws-fn-estado pic x.
           88 ws-fn-cerrado value "C".
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ing-socio pic 9(6).
       01  ing-banco pic 9(3).
       01  ing-cuenta pic x(22).
       01  cant-transf pic 9(5) value 0.
       01  total-transf pic 9(10)v99 value 0.
       01  flag-clearing-abierto pic 9 value 0.
       01  chcus-fileStatus pic xx.
       01  cpl-fileStatus pic xx.
       01  cant-cheques pic 9(5) value 0.
       01  total-cheques pic 9(10)v99 value 0.
       01  cant-custodia pic 9(4) value 0.
       01  idx-cus pic 9(4).
       01  flag-desborde pic 9 value 0.

      *    Cheques en custodia cargados en memoria para marcar los
      *    enviados y regrabar el archivo completo.
       01  tabla-custodia.
           03 tcu-item occurs 2000 times.
               05 tcu-reg pic x(61).
       01  ws-lock-accion pic x.
       01  ws-lock-prog pic x(20).
       01  ws-lock-resultado pic x.
            DISPLAY "TRANSFERENCIAS SALIENTES A OTROS BANCOS".
            DISPLAY "Ingrese usuario operador:".
            ACCEPT ws-operador-id.
            PERFORM 080-LEER-FECHA-NEGOCIO.
            MOVE "T" TO ws-lock-accion.
            MOVE "GENERA-CLEARING" TO ws-lock-prog.
            CALL "LOCK-SOCIOS" USING ws-lock-accion,
               DISPLAY "3 - Listar cuentas destino"
               DISPLAY "0 - Cerrar y emitir archivo de clearing"
               ACCEPT opc-menu
               PERFORM 090-VALIDAR-DIA-ABIERTO
               EVALUATE opc-menu
                   WHEN 1
                       PERFORM 100-ALTA-DESTINO
            PERFORM 900-FIN.
            GOBACK.

      *    Sin fechaNegocio.txt (instalacion sin cierre de dia) se
      *    sigue asentando con la fecha del sistema.
           080-LEER-FECHA-NEGOCIO.
               MOVE "L" TO ws-fn-accion.
               MOVE 0 TO ws-fn-fecha.
               CALL "FECHA-NEGOCIO" USING ws-fn-accion, ws-fn-fecha,
                   ws-fn-estado, ws-fn-ultimo, ws-fn-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-fn-resultado
               END-CALL.
               IF ws-fn-resultado = "O"
                   MOVE ws-fn-fecha TO ws-fecha-negocio
               ELSE
                   MOVE SPACE TO ws-fn-estado
                   MOVE FUNCTION CURRENT-DATE(1:8) TO ws-fecha-negocio
               END-IF.

      *    Con el dia de negocio cerrado no se capturan
      *    transferencias: esperan la apertura del dia siguiente.
           090-VALIDAR-DIA-ABIERTO.
               IF opc-menu = 2
                   PERFORM 080-LEER-FECHA-NEGOCIO
                   IF ws-fn-cerrado
                       DISPLAY "El dia de negocio ", ws-fn-ultimo,
                           " esta cerrado - no se opera hasta la "
                           "apertura del ", ws-fecha-negocio
                       MOVE 9 TO opc-menu
                   END-IF
               END-IF.

           100-ALTA-DESTINO.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT ing-socio.
                       MOVE soc-saldo TO ws-saldo-ant
                       MOVE saldo-nuevo TO soc-saldo
                       IF soc-saldo < 0 AND soc-fecha-rojo = 0
                           MOVE ws-fecha-negocio TO soc-fecha-rojo
                       END-IF
                       IF soc-saldo >= 0
                           MOVE 0 TO soc-fecha-rojo
               CALL "AUTORIZA-DEBITO" USING ws-aut-socio,
                   ws-aut-estado, ws-aut-cat, ws-aut-saldo,
                   ws-aut-limite, ws-aut-importe, ws-aut-acum,
                   ws-aut-marca, ws-aut-resultado,
                   ws-fecha-negocio
                   ON EXCEPTION
                       DISPLAY "ADVERTENCIA: falta AUTORIZA-DEBITO "
                           "- debito sin controles comunes"
                       DISPLAY "Saldo insuficiente (descubierto "
                           "autorizado ", soc-limite-descubierto,
                           ") - transferencia rechazada"
                   WHEN "X"
                       DISPLAY "Legajo de documentacion incompleto o "
                           "vencido - transferencia rechazada"
               END-EVALUATE.

           250-GRABAR-RASTROS.
               END-IF.
               MOVE ing-socio TO mov-socio.
               MOVE aud-fecha-hora TO mov-fecha-hora.
               MOVE ws-fecha-negocio TO mov-fecha-hora(1:8).
               MOVE ws-operador-id TO mov-operador.
               MOVE "TRANSF-BANCO" TO mov-concepto.
               COMPUTE mov-importe = 0 - ing-importe.
               MOVE soc-saldo TO mov-saldo-result.
               MOVE 0 TO mov-dni-operante.
               MOVE soc-filial TO mov-filial-oper.
               MOVE soc-filial TO mov-filial-socio.
               WRITE mov-reg.
               CLOSE MOVIMIENTOS.

           255-ABRIR-CLEARING.
               IF flag-clearing-abierto = 0
                   MOVE SPACES TO ws-nombre-clearing
                   STRING "..\clearingSaliente" DELIMITED BY SIZE
                          ws-fecha-negocio          DELIMITED BY SIZE
                          ".txt"                DELIMITED BY SIZE
                          INTO ws-nombre-clearing
                   OPEN OUTPUT CLEARING-SAL
                   MOVE SPACES TO cls-cabecera
                   MOVE "H" TO cls-cab-tipo
                   MOVE ws-fecha-negocio TO cls-cab-fecha
                   WRITE cls-cabecera
                   MOVE 1 TO flag-clearing-abierto
               END-IF.

           260-GRABAR-DETALLE-CLEARING.
               PERFORM 255-ABRIR-CLEARING.
               MOVE "D" TO cls-det-tipo.
               MOVE ing-socio TO cls-det-socio.
               MOVE ing-banco TO cls-det-banco.
                   CLOSE BANCOS-SOCIOS
               END-IF.

      *    Al cerrar el lote se presentan todos los cheques de
      *    terceros en custodia cuya fecha de pago ya llego; quedan
      *    marcados como enviados hasta que PROCESA-CLEARING reciba
      *    la respuesta de la camara. Si la tabla no alcanza no se
      *    envia ninguno, para no perder cheques al regrabar.
           400-PRESENTAR-CHEQUES.
               MOVE 0 TO cant-custodia.
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
                       "cheques - no se presentan cheques de "
                       "terceros en este lote"
               ELSE
                   PERFORM VARYING idx-cus FROM 1 BY 1
                           UNTIL idx-cus > cant-custodia
                       MOVE tcu-reg(idx-cus) TO chcus-reg
                       IF chcus-en-custodia AND
                           chcus-fecha-pago <= ws-fecha-negocio
                           PERFORM 410-GRABAR-CHEQUE-CLEARING
                       END-IF
                   END-PERFORM
                   IF cant-cheques > 0
                       PERFORM 420-REGRABAR-CUSTODIA
                   END-IF
               END-IF.

           410-GRABAR-CHEQUE-CLEARING.
               PERFORM 255-ABRIR-CLEARING.
               MOVE SPACES TO cls-cheque.
               MOVE "C" TO cls-chq-tipo.
               MOVE chcus-socio TO cls-chq-socio.
               MOVE chcus-banco TO cls-chq-banco.
               MOVE chcus-cheque TO cls-chq-cheque.
               MOVE chcus-importe TO cls-chq-importe.
               WRITE cls-cheque.
               SET chcus-enviado TO TRUE.
               MOVE ws-fecha-negocio TO chcus-fecha-estado.
               MOVE chcus-reg TO tcu-reg(idx-cus).
               ADD 1 TO cant-cheques.
               ADD chcus-importe TO total-cheques.
               ADD 1 TO cant-transf.
               ADD chcus-importe TO total-transf.

           420-REGRABAR-CUSTODIA.
               OPEN OUTPUT CHEQUES-CUSTODIA.
               PERFORM VARYING idx-cus FROM 1 BY 1
                       UNTIL idx-cus > cant-custodia
                   MOVE tcu-reg(idx-cus) TO chcus-reg
                   WRITE chcus-reg
               END-PERFORM.
               CLOSE CHEQUES-CUSTODIA.

      *    Las transferencias del lote se debitan de la cuenta de la
      *    camara el mismo dia; los cheques de terceros recien se
      *    acreditan con la respuesta, y los asienta PROCESA-CLEARING.
           450-ASENTAR-COMPENSACION.
               IF cant-transf > cant-cheques
                   OPEN EXTEND COMPENSACION-LIBROS
                   IF cpl-fileStatus NOT = "00"
                       OPEN OUTPUT COMPENSACION-LIBROS
                   END-IF
                   MOVE ws-fecha-negocio TO cpl-fecha
                   MOVE "TSA" TO cpl-tipo
                   MOVE SPACES TO cpl-referencia
                   STRING "TSA" ws-fecha-negocio DELIMITED BY SIZE
                          INTO cpl-referencia
                   COMPUTE cpl-cantidad = cant-transf - cant-cheques
                   COMPUTE cpl-importe = 0 -
                       (total-transf - total-cheques)
                   MOVE "GENERA-CLEARING" TO cpl-programa
                   WRITE cpl-reg
                   CLOSE COMPENSACION-LIBROS
               END-IF.

           900-FIN.
               PERFORM 400-PRESENTAR-CHEQUES.
               MOVE "L" TO ws-lock-accion.
               CALL "LOCK-SOCIOS" USING ws-lock-accion,
                   ws-lock-prog, ws-lock-resultado, ws-lock-titular
                       CONTINUE
               END-CALL.
               IF flag-clearing-abierto = 1
                   MOVE SPACES TO cls-trailer
                   MOVE "T" TO cls-tra-tipo
                   MOVE cant-transf TO cls-tra-cantidad
                   MOVE total-transf TO cls-tra-total
                   WRITE cls-trailer
                   CLOSE CLEARING-SAL
                   PERFORM 450-ASENTAR-COMPENSACION
                   DISPLAY "Archivo de clearing emitido: ",
                       FUNCTION TRIM(ws-nombre-clearing)
                   DISPLAY "Detalles: ", cant-transf,
                       " por $", total-transf
                   DISPLAY "  de ellos cheques de terceros: ",
                       cant-cheques, " por $", total-cheques
               ELSE
                   DISPLAY "No se capturaron transferencias ni hay "
                       "cheques al cobro - no se emite archivo"
               END-IF.
       END PROGRAM GENERA-CLEARING.
