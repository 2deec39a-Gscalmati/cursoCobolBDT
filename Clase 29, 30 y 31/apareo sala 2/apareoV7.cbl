           CALL "AUTORIZA-DEBITO" USING ws-aut-socio,
               ws-aut-estado, ws-aut-cat, ws-aut-saldo,
               ws-aut-limite, ws-aut-importe, ws-aut-acum,
               ws-aut-marca, ws-aut-resultado, ws-fecha-proceso
               ON EXCEPTION
                   DISPLAY "ADVERTENCIA: falta AUTORIZA-DEBITO - "
                       "debito aplicado sin controles comunes"
                   MOVE 005 TO WS-codigo-error
                   PERFORM 800-pasoNov-Log-Errores
                   PERFORM 900-graboLog-Errores
               WHEN "X"
                   MOVE "ERROR Debito - Legajo Incompleto"
                       TO WS-msg-error
                   MOVE 007 TO WS-codigo-error
                   PERFORM 800-pasoNov-Log-Errores
                   PERFORM 900-graboLog-Errores
               WHEN OTHER
                   IF nov-nombre IS NOT EQUAL SPACE
                      MOVE  nov-nombre TO socAct-nombre
                       "en Socio "socAct-socio
                   PERFORM 800-pasoNov-Log-Errores
                   PERFORM 900-graboLog-Errores
               WHEN "X"
                   MOVE "ERROR Transferencia - Legajo Incompleto"
                       TO WS-msg-error
                   MOVE 007 TO WS-codigo-error
                   DISPLAY "ERROR Transferencia - Legajo incompleto "
                       "en Socio "socAct-socio
                   PERFORM 800-pasoNov-Log-Errores
                   PERFORM 900-graboLog-Errores
               WHEN OTHER
                   SUBTRACT nov-importe FROM socAct-saldo
                   SUBTRACT nov-importe FROM total-saldo-act
