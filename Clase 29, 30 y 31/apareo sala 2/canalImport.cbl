       01  flag-primero pic 9 value 1.
       01  flag-socio-ok pic 9.
       01  idx-soc pic 9(4).
       01  WS-origen-propio pic x(4) value "COOP".
       01  cant-leidas pic 9(5) value 0.
       01  cant-propios pic 9(5) value 0.
       01  cant-mapeadas pic 9(5) value 0.
       01  cant-rechazadas pic 9(5) value 0.
       01  cant-dep pic 9(5) value 0.
               DISPLAY "EL LOTE ", WS-batch-id, " DEL CANAL YA FUE "
                   "CARGADO - IMPORTACION RECHAZADA"
           ELSE
               IF cant-propios > 0
                   DISPLAY cant-propios, " registros propios de la "
                       "cooperativa ignorados"
               END-IF
               IF cant-leidas = 0
                   DISPLAY "canalWeb.txt vacio o ausente - nada que "
                       "importar"
                   READ CANAL-WEB AT END
                       MOVE "S" TO WS-flag-fin
                   NOT AT END
                       IF cw-id-lote(1:4) = WS-origen-propio
                           ADD 1 TO cant-propios
                       ELSE
                           PERFORM 210-REGISTRO-CANAL
                       END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

      *    Los registros con la marca de origen de la cooperativa
      *    son la salida diaria de saldos y movimientos que el canal
      *    devuelve: ya estan asentados y no se vuelven a importar.
       210-REGISTRO-CANAL.
           ADD 1 TO cant-leidas.
           IF flag-primero = 1
               PERFORM 250-PRIMER-REGISTRO
           END-IF.
           IF WS-lote-repetido = "S"
               MOVE "S" TO WS-flag-fin
           ELSE
               PERFORM 300-MAPEAR-REGISTRO
           END-IF.

      *    El identificador de lote del proveedor se controla contra
      *    el registro de lotes procesados: el mismo archivo no
      *    puede cargarse dos veces.
                  cant-mapeadas   DELIMITED BY SIZE
                  " RECHAZADAS: " DELIMITED BY SIZE
                  cant-rechazadas DELIMITED BY SIZE
                  " PROPIAS: "    DELIMITED BY SIZE
                  cant-propios    DELIMITED BY SIZE
                  INTO ctl-linea.
           WRITE ctl-linea.
           MOVE SPACES TO ctl-linea.
