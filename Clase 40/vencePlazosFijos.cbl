               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pf-fileStatus.

           SELECT tasa-pf ASSIGN TO "..\tasaPlazoFijo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS tpf-fileStatus.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL.

           03 pf-estado pic x.
               88 pf-vigente value "V".
               88 pf-pagado value "P".
               88 pf-renovado value "R".
               88 pf-cancelado value "C".
           03 pf-instruccion pic x.

       FD  tasa-pf.
       01  tpf-reg.
           03 tpf-tasa-mensual pic 99v9999.

       FD  auditoria.
       01  aud-reg pic x(180).
           03 mov-concepto pic x(13).
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-dni-operante pic 9(8).
           03 mov-filial-oper pic 99.
           03 mov-filial-socio pic 99.

       FD  spool-pf.
       01  spf-linea pic x(132).
       01  ws-lock-resultado pic x.
       01  ws-lock-titular pic x(40).
       01  pf-fileStatus pic xx.
       01  tpf-fileStatus pic xx.
       01  ws-tasa-vigente pic 99v9999.
       01  ws-capital-nuevo pic 9(7)v99.
       01  ws-cant-originales pic 999.
       01  idx-nuevo pic 999.
       01  cant-renovados pic 9(5) value 0.
       01  total-renovado pic s9(9)v99 value 0.
       01  mov-fileStatus pic xx.
       01  cat-fileStatus pic xx.
       01  ws-nombre-spool pic x(40).
       01  ws-ts-spool pic x(14).
       01  ws-fecha-proceso pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-fecha-pago pic 9(8).
       01  ws-resultado-habil pic x.
       01  ws-dia-entero pic 9(7).
               05 tpf-inicio pic 9(8).
               05 tpf-vto pic 9(8).
               05 tpf-estado pic x.
               05 tpf-instruccion pic x.
       01  cant-plazos pic 999 value 0.
       01  idx-pf pic 999.
       01  flag-desborde pic 9 value 0.
           03 filler pic x(9) value " PAGO EL ".
           03 l-spf-pago pic 9(8).

       01  spf-renovacion.
           03 filler pic x(28) value
               "    RENOVADO - NUEVO CAPITAL".
           03 filler pic x(2) value " $".
           03 l-spf-ren-capital pic zzz,zz9.99.
           03 filler pic x(13) value "  TASA MENS: ".
           03 l-spf-ren-tasa pic z9.9999.
           03 filler pic x(8) value " DESDE ".
           03 l-spf-ren-inicio pic 9(8).
           03 filler pic x(7) value " VENCE ".
           03 l-spf-ren-vto pic 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.

           100-INICIO.
               DISPLAY "Acreditacion de plazos fijos vencidos".
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               PERFORM 200-CARGAR-PLAZOS.
               PERFORM 210-LEER-TASA-VIGENTE.
               IF flag-desborde = 0
                   PERFORM 150-TOMAR-LOCK
                   OPEN I-O SOCIOS
                   PERFORM 250-ABRIR-SPOOL
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
               MOVE "VENCE-PLAZOFIJO" TO ws-lock-prog.
                                   TO tpf-vto(cant-plazos)
                               MOVE pf-estado
                                   TO tpf-estado(cant-plazos)
                               MOVE pf-instruccion
                                   TO tpf-instruccion(cant-plazos)
                           ELSE
                               MOVE 1 TO flag-desborde
                               MOVE 0 TO flag-fin
                   CLOSE PLAZOS-FIJOS
               END-IF.

      *    Las renovaciones se hacen a la tasa que rige hoy para
      *    las aperturas, la misma que toma el ABM.
           210-LEER-TASA-VIGENTE.
               MOVE 0 TO ws-tasa-vigente.
               OPEN INPUT TASA-PF.
               IF tpf-fileStatus = "00"
                   READ TASA-PF
                       AT END CONTINUE
                       NOT AT END
                           MOVE tpf-tasa-mensual TO ws-tasa-vigente
                   END-READ
                   CLOSE TASA-PF
               END-IF.
               IF ws-tasa-vigente = 0
                   DISPLAY "Aviso: falta tasaPlazoFijo.txt - los "
                       "plazos con renovacion se acreditan en cuenta"
               END-IF.

           250-ABRIR-SPOOL.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
               MOVE SPACES TO ws-nombre-spool.
               MOVE SPACES TO spf-linea.
               WRITE spf-linea.

      *    Los plazos que nacen de una renovacion se agregan al
      *    final de la tabla y no se evaluan en la misma corrida.
           300-PROCESAR-VENCIMIENTOS.
               MOVE cant-plazos TO ws-cant-originales.
               PERFORM VARYING idx-pf FROM 1 BY 1
                       UNTIL idx-pf > ws-cant-originales
                   IF tpf-estado(idx-pf) = "V"
                       PERFORM 310-EVALUAR-PLAZO
                   END-IF
                   ADD 1 TO ws-intentos-habil
               END-PERFORM.

      *    Segun la instruccion dejada en la apertura: "P" (o sin
      *    instruccion) acredita capital e interes; "C" renueva el
      *    capital y acredita el interes; "I" renueva capital mas
      *    interes sin pasar por la cuenta. Sin tasa vigente o sin
      *    lugar en la tabla se acredita todo, como siempre.
           400-ACREDITAR-PLAZO.
               MOVE tpf-socio(idx-pf) TO soc-cod.
               READ SOCIOS INVALID KEY
                   COMPUTE ws-interes ROUNDED =
                       tpf-capital(idx-pf) * tpf-tasa(idx-pf)
                       / 100 * ws-dias-plazo / 30
                   PERFORM 410-DECIDIR-INSTRUCCION
                   EVALUATE tpf-instruccion(idx-pf)
                       WHEN "C"
                           MOVE tpf-capital(idx-pf)
                               TO ws-capital-nuevo
                           MOVE ws-interes TO ws-total-pagar
                       WHEN "I"
                           COMPUTE ws-capital-nuevo =
                               tpf-capital(idx-pf) + ws-interes
                           MOVE 0 TO ws-total-pagar
                       WHEN OTHER
                           MOVE 0 TO ws-capital-nuevo
                           COMPUTE ws-total-pagar =
                               tpf-capital(idx-pf) + ws-interes
                   END-EVALUATE
                   IF (soc-saldo + ws-total-pagar) > 999999.99
                       DISPLAY "Socio ", soc-cod, ": la acreditacion "
                           "excederia el maximo - salteado"
                       ADD 1 TO cant-salteados
                   ELSE
                       MOVE soc-saldo TO ws-saldo-ant
                       IF ws-total-pagar > 0
                           ADD ws-total-pagar TO soc-saldo
                           IF soc-saldo >= 0
                               MOVE 0 TO soc-fecha-rojo
                           END-IF
                           REWRITE soc-reg
                           PERFORM 500-GRABAR-AUDITORIA
                           PERFORM 600-GRABAR-MOVIMIENTO
                       END-IF
                       PERFORM 700-CERTIFICADO
                       IF ws-capital-nuevo > 0
                           PERFORM 450-RENOVAR-PLAZO
                       ELSE
                           MOVE "P" TO tpf-estado(idx-pf)
                       END-IF
                       ADD 1 TO cant-vencidos
                       ADD tpf-capital(idx-pf) TO total-capital
                       ADD ws-interes TO total-interes
                   END-IF
               END-READ.

           410-DECIDIR-INSTRUCCION.
               IF tpf-instruccion(idx-pf) = "C" OR
                   tpf-instruccion(idx-pf) = "I"
                   IF ws-tasa-vigente = 0
                       MOVE "P" TO tpf-instruccion(idx-pf)
                   END-IF
                   IF cant-plazos >= 500
                       DISPLAY "Socio ", soc-cod, ": sin lugar para "
                           "renovar el plazo - se acredita en cuenta"
                       MOVE "P" TO tpf-instruccion(idx-pf)
                   END-IF
               END-IF.
               IF tpf-instruccion(idx-pf) = "I"
                   IF (tpf-capital(idx-pf) + ws-interes) > 999999.99
                       DISPLAY "Socio ", soc-cod, ": capital mas "
                           "interes excede el maximo - se renueva "
                           "solo el capital"
                       MOVE "C" TO tpf-instruccion(idx-pf)
                   END-IF
               END-IF.

      *    El nuevo plazo arranca el dia del vencimiento, por el
      *    mismo plazo en dias y con la misma instruccion.
           450-RENOVAR-PLAZO.
               MOVE "R" TO tpf-estado(idx-pf).
               ADD 1 TO cant-plazos.
               MOVE cant-plazos TO idx-nuevo.
               MOVE tpf-socio(idx-pf) TO tpf-socio(idx-nuevo).
               MOVE ws-capital-nuevo TO tpf-capital(idx-nuevo).
               MOVE ws-tasa-vigente TO tpf-tasa(idx-nuevo).
               MOVE tpf-vto(idx-pf) TO tpf-inicio(idx-nuevo).
               COMPUTE ws-dia-entero =
                   FUNCTION INTEGER-OF-DATE(tpf-vto(idx-pf)) +
                   ws-dias-plazo.
               MOVE FUNCTION DATE-OF-INTEGER(ws-dia-entero)
                   TO tpf-vto(idx-nuevo).
               MOVE "V" TO tpf-estado(idx-nuevo).
               MOVE tpf-instruccion(idx-pf)
                   TO tpf-instruccion(idx-nuevo).
               PERFORM 510-AUDITAR-RENOVACION.
               MOVE ws-capital-nuevo TO l-spf-ren-capital.
               MOVE ws-tasa-vigente TO l-spf-ren-tasa.
               MOVE tpf-inicio(idx-nuevo) TO l-spf-ren-inicio.
               MOVE tpf-vto(idx-nuevo) TO l-spf-ren-vto.
               WRITE spf-linea FROM spf-renovacion.
               ADD 1 TO cant-renovados.
               ADD ws-capital-nuevo TO total-renovado.

           500-GRABAR-AUDITORIA.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-reg.
               END-CALL.
               WRITE aud-reg.

           510-AUDITAR-RENOVACION.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-reg.
               STRING aud-fecha-hora    DELIMITED BY SIZE
                      " | OPER: PF-BATCH    | SOCIO "
                                        DELIMITED BY SIZE
                      soc-cod           DELIMITED BY SIZE
                      " | PF-RENOVAC    | ANTES: "
                                        DELIMITED BY SIZE
                      tpf-capital(idx-pf) DELIMITED BY SIZE
                      " | DESPUES: "    DELIMITED BY SIZE
                      ws-capital-nuevo  DELIMITED BY SIZE
                      INTO aud-reg.
               CALL "SELLO-AUDITORIA" USING aud-reg
                   ON EXCEPTION
                       CONTINUE
               END-CALL.
               WRITE aud-reg.

           600-GRABAR-MOVIMIENTO.
               MOVE soc-cod TO mov-socio.
               MOVE aud-fecha-hora TO mov-fecha-hora.
               MOVE ws-fecha-proceso TO mov-fecha-hora(1:8).
               MOVE "PF-BATCH" TO mov-operador.
               MOVE "PF-VENCIM" TO mov-concepto.
               MOVE ws-total-pagar TO mov-importe.
               MOVE soc-saldo TO mov-saldo-result.
               MOVE 0 TO mov-dni-operante.
               MOVE soc-filial TO mov-filial-oper.
               MOVE soc-filial TO mov-filial-socio.
               WRITE mov-reg.

           700-CERTIFICADO.
                   MOVE tpf-inicio(idx-pf) TO pf-fecha-inicio
                   MOVE tpf-vto(idx-pf) TO pf-fecha-vto
                   MOVE tpf-estado(idx-pf) TO pf-estado
                   MOVE tpf-instruccion(idx-pf) TO pf-instruccion
                   WRITE pf-reg
               END-PERFORM.
               CLOSE PLAZOS-FIJOS.
               DISPLAY "Plazos acreditados: ", cant-vencidos.
               DISPLAY "Capital devuelto: ", total-capital.
               DISPLAY "Interes pagado: ", total-interes.
               DISPLAY "Plazos renovados: ", cant-renovados,
                   " por $", total-renovado.
               DISPLAY "Plazos en curso: ", cant-en-curso.
               DISPLAY "Salteados: ", cant-salteados.
               DISPLAY "Certificados en spool: ",
