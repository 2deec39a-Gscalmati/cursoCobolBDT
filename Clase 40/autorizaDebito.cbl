               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lim-fileStatus.

           SELECT legajos ASSIGN TO "..\legajoSocios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS leg-clave
               FILE STATUS IS leg-fileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  embargos.
           03 lim-categoria pic x.
           03 lim-importe pic 9(7)v99.

       FD  legajos.
       01  leg-reg.
           03 leg-clave.
               05 leg-socio pic 9(6).
               05 leg-tipo pic x(3).
           03 leg-estado pic x.
               88 leg-recibido value "R".
               88 leg-faltante value "F".
           03 leg-fecha-recepcion pic 9(8).
           03 leg-fecha-vto pic 9(8).
           03 leg-fecha-reclamo pic 9(8).
           03 leg-fecha-modif pic 9(8).
           03 leg-operador pic x(10).

       WORKING-STORAGE SECTION.
       01  emb-fileStatus pic xx.
       01  lim-fileStatus pic xx.
       01  ws-par-fecha pic 9(8).
       01  ws-par-valor pic 9(9)v9999.
       01  ws-par-resultado pic x.
       01  leg-fileStatus pic xx.
       01  ws-hoy pic 9(8).
       01  ws-leg-gracia pic 9(5).
       01  ws-leg-ingr-saldo pic 9(9)v99.
       01  ws-leg-base pic 9(8).
       01  ws-leg-limite pic 9(8).

       LINKAGE SECTION.
       01  lk-socio pic 9(6).
      *        "E" = embargo judicial activo
      *        "L" = excede el tope diario de la categoria
      *        "D" = dejaria el saldo debajo del descubierto
      *        "X" = legajo incompleto vencido el plazo de gracia
       01  lk-fecha pic 9(8).
      *        dia de negocio (o de proceso del batch) en el que
      *        asienta el llamador; 0 = fecha del sistema

      *    Reglas de autorizacion de debitos en UN solo lugar,
      *    compartidas por el ABM de mostrador y el apareo nocturno
      *    (como FECHA-HABIL lo es para las fechas): estado del
      *    socio, embargos, tope diario por categoria y limite de
      *    descubierto. Un cambio de regla impacta a la vez en la
      *    ventanilla y en el batch. El tope y el plazo de gracia del
      *    legajo se miden sobre el dia en que asienta el llamador,
      *    no sobre el calendario.
       PROCEDURE DIVISION USING lk-socio, lk-estado, lk-categoria,
           lk-saldo, lk-limite-desc, lk-importe, lk-acum-dia,
           lk-marca, lk-resultado, lk-fecha.
       MAIN-PROCEDURE.
           MOVE "A" TO lk-resultado.
           IF lk-fecha IS NUMERIC AND lk-fecha > 0
               MOVE lk-fecha TO ws-hoy
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO ws-hoy
           END-IF.
           IF lk-estado NOT = "A"
               MOVE "S" TO lk-resultado
               GOBACK
           IF lk-resultado NOT = "A"
               GOBACK
           END-IF.
           PERFORM 300-VERIFICAR-LEGAJO.
           IF lk-resultado NOT = "A"
               GOBACK
           END-IF.
           IF lk-marca NOT = "L"
               PERFORM 200-VERIFICAR-TOPE-DIARIO
               IF lk-resultado NOT = "A"
               STRING "LIM-DIARIO-" DELIMITED BY SIZE
                      ws-cat-chk    DELIMITED BY SIZE
                      INTO ws-par-clave.
               MOVE ws-hoy TO ws-par-fecha.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   END-IF
               END-IF.

      *    Legajo del socio: cada documento exigido esta recibido
      *    (vence en leg-fecha-vto) o faltante (reclamado desde
      *    leg-fecha-reclamo por el control nocturno). Pasado el
      *    plazo de gracia (LEG-GRACIA dias) de cualquiera de ellos
      *    se rechazan los debitos; los depositos siguen entrando.
      *    El comprobante de ingresos solo se exige con saldo mayor
      *    a LEG-INGR-SALDO.
           300-VERIFICAR-LEGAJO.
               OPEN INPUT LEGAJOS.
               IF leg-fileStatus = "00"
                   PERFORM 310-PARAMETROS-LEGAJO
                   MOVE lk-socio TO leg-socio
                   MOVE LOW-VALUES TO leg-tipo
                   START LEGAJOS KEY IS NOT LESS THAN leg-clave
                       INVALID KEY
                           MOVE 0 TO flag-fin
                       NOT INVALID KEY
                           MOVE 1 TO flag-fin
                   END-START
                   PERFORM UNTIL flag-fin = 0
                       READ LEGAJOS NEXT AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF leg-socio NOT = lk-socio
                               MOVE 0 TO flag-fin
                           ELSE
                               PERFORM 320-CONTROLAR-DOCUMENTO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEGAJOS
               END-IF.

           310-PARAMETROS-LEGAJO.
               MOVE "LEG-GRACIA" TO ws-par-clave.
               MOVE ws-hoy TO ws-par-fecha.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-leg-gracia
               ELSE
                   MOVE 30 TO ws-leg-gracia
               END-IF.
               MOVE "LEG-INGR-SALDO" TO ws-par-clave.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-leg-ingr-saldo
               ELSE
                   MOVE 500000 TO ws-leg-ingr-saldo
               END-IF.

           320-CONTROLAR-DOCUMENTO.
               IF leg-tipo = "ING" AND lk-saldo <= ws-leg-ingr-saldo
                   CONTINUE
               ELSE
                   IF leg-faltante
                       MOVE leg-fecha-reclamo TO ws-leg-base
                   ELSE
                       MOVE leg-fecha-vto TO ws-leg-base
                   END-IF
                   IF ws-leg-base > 0
                       COMPUTE ws-leg-limite = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(ws-leg-base)
                           + ws-leg-gracia)
                       IF ws-hoy > ws-leg-limite
                           MOVE "X" TO lk-resultado
                           MOVE 0 TO flag-fin
                       END-IF
                   END-IF
               END-IF.

       END PROGRAM AUTORIZA-DEBITO.
