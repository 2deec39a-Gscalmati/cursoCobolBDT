      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-EXTRACTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT extracto-ent ASSIGN TO ws-nombre-extracto
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ext-fileStatus.

           SELECT extractos-banco ASSIGN TO "..\extractosBanco.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ebc-fileStatus.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Extracto diario de la cuenta de la cooperativa en el banco
      *    de la camara: cabecera con el saldo anterior, un detalle
      *    por movimiento (D debito / C credito, con la referencia
      *    del lote que liquida) y trailer con cantidad y saldo
      *    final. Los saldos traen el signo aparte ("-" deudor).
       FD  extracto-ent.
       01  ext-cabecera.
           03 ext-cab-tipo pic x.
           03 ext-cab-fecha pic 9(8).
           03 ext-cab-cuenta pic x(22).
           03 ext-cab-signo pic x.
           03 ext-cab-saldo pic 9(10)v99.
           03 filler pic x(24).
       01  ext-detalle.
           03 ext-det-tipo pic x.
           03 ext-det-fecha pic 9(8).
           03 ext-det-sentido pic x.
               88 ext-det-debito value "D".
               88 ext-det-credito value "C".
           03 ext-det-importe pic 9(10)v99.
           03 ext-det-referencia pic x(16).
           03 ext-det-descripcion pic x(30).
       01  ext-trailer.
           03 ext-tra-tipo pic x.
           03 ext-tra-cantidad pic 9(5).
           03 ext-tra-signo pic x.
           03 ext-tra-saldo pic 9(10)v99.
           03 filler pic x(49).

      *    Extractos ya importados: M = movimiento con importe con
      *    signo (positivo = credito), S = saldos del dia (anterior
      *    y final) con la cantidad de movimientos.
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

       FD  auditoria.
       01  aud-reg pic x(180).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  flag-error pic 9 value 0.
       01  flag-trailer pic 9 value 0.
       01  flag-hay-anterior pic 9 value 0.
       01  ext-fileStatus pic xx.
       01  ebc-fileStatus pic xx.
       01  ws-nombre-extracto pic x(40).
       01  ws-operador-id pic x(10).
       01  ws-fecha-extracto pic 9(8).
       01  aud-fecha-hora pic x(14).
       01  ws-saldo-anterior pic s9(10)v99.
       01  ws-saldo-final pic s9(10)v99.
       01  ws-saldo-calculado pic s9(10)v99.
       01  ws-ult-fecha pic 9(8).
       01  ws-ult-saldo pic s9(10)v99.
       01  nro-linea pic 9(5) value 0.
       01  cant-detalles pic 9(5) value 0.
       01  total-creditos pic 9(11)v99 value 0.
       01  total-debitos pic 9(11)v99 value 0.
       01  idx-tex pic 9(4).

      *    Detalles validados, se graban recien si todo el archivo
      *    es correcto.
       01  tabla-extracto.
           03 tex-item occurs 3000 times.
               05 tex-fecha pic 9(8).
               05 tex-importe pic s9(10)v99.
               05 tex-referencia pic x(16).
               05 tex-descripcion pic x(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "IMPORTACION DEL EXTRACTO DEL BANCO DE LA CAMARA".
            DISPLAY "Ingrese usuario operador:".
            ACCEPT ws-operador-id.
            DISPLAY "Fecha del extracto AAAAMMDD:".
            ACCEPT ws-fecha-extracto.
            MOVE SPACES TO ws-nombre-extracto.
            STRING "..\extractoBanco" DELIMITED BY SIZE
                   ws-fecha-extracto  DELIMITED BY SIZE
                   ".txt"             DELIMITED BY SIZE
                   INTO ws-nombre-extracto.
            OPEN INPUT EXTRACTO-ENT.
            IF ext-fileStatus NOT = "00"
                DISPLAY "No se encontro ",
                    FUNCTION TRIM(ws-nombre-extracto),
                    " - nada que importar"
            ELSE
                PERFORM 200-VALIDAR-EXTRACTO
                CLOSE EXTRACTO-ENT
                IF flag-error = 0
                    PERFORM 300-VERIFICAR-EMPALME
                END-IF
                IF flag-error = 0
                    PERFORM 400-GRABAR-EXTRACTO
                    PERFORM 500-GRABAR-AUDITORIA
                    DISPLAY "Extracto del ", ws-fecha-extracto,
                        " importado: ", cant-detalles,
                        " movimientos"
                    DISPLAY "  creditos $", total-creditos,
                        "  debitos $", total-debitos
                    DISPLAY "  saldo final $", ws-saldo-final
                ELSE
                    DISPLAY "EXTRACTO RECHAZADO - no se importo "
                        "ningun movimiento"
                END-IF
            END-IF.
            GOBACK.

      *    Todo o nada: cualquier linea mal formada, un trailer que
      *    no cuadra o un saldo final que no surge del anterior mas
      *    los movimientos rechaza el archivo completo.
           200-VALIDAR-EXTRACTO.
               MOVE 1 TO flag-fin.
               PERFORM UNTIL flag-fin = 0
                   READ EXTRACTO-ENT AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       ADD 1 TO nro-linea
                       IF flag-trailer = 1
                           DISPLAY "Linea ", nro-linea,
                               ": registro despues del trailer"
                           MOVE 1 TO flag-error
                       END-IF
                       EVALUATE TRUE
                           WHEN nro-linea = 1
                               PERFORM 210-VALIDAR-CABECERA
                           WHEN ext-det-tipo = "D"
                               PERFORM 220-VALIDAR-DETALLE
                           WHEN ext-det-tipo = "T"
                               PERFORM 230-VALIDAR-TRAILER
                           WHEN OTHER
                               DISPLAY "Linea ", nro-linea,
                                   ": tipo de registro invalido"
                               MOVE 1 TO flag-error
                       END-EVALUATE
                   END-READ
               END-PERFORM.
               IF nro-linea = 0
                   DISPLAY "El archivo esta vacio"
                   MOVE 1 TO flag-error
               END-IF.
               IF nro-linea > 0 AND flag-trailer = 0
                   DISPLAY "Falta el trailer"
                   MOVE 1 TO flag-error
               END-IF.

           210-VALIDAR-CABECERA.
               IF ext-cab-tipo NOT = "H"
                   DISPLAY "Linea 1: se esperaba la cabecera"
                   MOVE 1 TO flag-error
               ELSE
                   IF ext-cab-fecha NOT = ws-fecha-extracto
                       DISPLAY "La cabecera es del ", ext-cab-fecha,
                           " y no del ", ws-fecha-extracto
                       MOVE 1 TO flag-error
                   END-IF
                   IF ext-cab-saldo NOT NUMERIC OR
                       (ext-cab-signo NOT = "-" AND
                        ext-cab-signo NOT = "+" AND
                        ext-cab-signo NOT = SPACE)
                       DISPLAY "Linea 1: saldo anterior invalido"
                       MOVE 1 TO flag-error
                   ELSE
                       MOVE ext-cab-saldo TO ws-saldo-anterior
                       IF ext-cab-signo = "-"
                           COMPUTE ws-saldo-anterior =
                               0 - ws-saldo-anterior
                       END-IF
                   END-IF
               END-IF.

           220-VALIDAR-DETALLE.
               IF ext-det-fecha NOT NUMERIC OR
                   ext-det-importe NOT NUMERIC OR
                   ext-det-importe = 0 OR
                   (NOT ext-det-debito AND NOT ext-det-credito)
                   DISPLAY "Linea ", nro-linea,
                       ": movimiento mal formado"
                   MOVE 1 TO flag-error
               ELSE
                   IF cant-detalles < 3000
                       ADD 1 TO cant-detalles
                       MOVE ext-det-fecha TO tex-fecha(cant-detalles)
                       IF ext-det-credito
                           MOVE ext-det-importe
                               TO tex-importe(cant-detalles)
                           ADD ext-det-importe TO total-creditos
                       ELSE
                           COMPUTE tex-importe(cant-detalles) =
                               0 - ext-det-importe
                           ADD ext-det-importe TO total-debitos
                       END-IF
                       MOVE ext-det-referencia
                           TO tex-referencia(cant-detalles)
                       MOVE ext-det-descripcion
                           TO tex-descripcion(cant-detalles)
                   ELSE
                       DISPLAY "El extracto supera 3000 movimientos"
                       MOVE 1 TO flag-error
                       MOVE 0 TO flag-fin
                   END-IF
               END-IF.

           230-VALIDAR-TRAILER.
               MOVE 1 TO flag-trailer.
               IF ext-tra-cantidad NOT NUMERIC OR
                   ext-tra-saldo NOT NUMERIC
                   DISPLAY "Linea ", nro-linea, ": trailer mal formado"
                   MOVE 1 TO flag-error
               ELSE
                   IF ext-tra-cantidad NOT = cant-detalles
                       DISPLAY "Trailer: informa ", ext-tra-cantidad,
                           " movimientos y se leyeron ", cant-detalles
                       MOVE 1 TO flag-error
                   END-IF
                   MOVE ext-tra-saldo TO ws-saldo-final
                   IF ext-tra-signo = "-"
                       COMPUTE ws-saldo-final = 0 - ws-saldo-final
                   END-IF
                   COMPUTE ws-saldo-calculado = ws-saldo-anterior +
                       total-creditos - total-debitos
                   IF ws-saldo-calculado NOT = ws-saldo-final
                       DISPLAY "Saldo final informado ",
                           ws-saldo-final, " y calculado ",
                           ws-saldo-calculado
                       MOVE 1 TO flag-error
                   END-IF
               END-IF.

      *    Un extracto por dia, en orden, y cada uno arranca del
      *    saldo final del anterior: asi no queda un dia sin
      *    conciliar.
           300-VERIFICAR-EMPALME.
               OPEN INPUT EXTRACTOS-BANCO.
               IF ebc-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ EXTRACTOS-BANCO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF ebc-saldos
                               MOVE 1 TO flag-hay-anterior
                               MOVE ebc-fecha TO ws-ult-fecha
                               MOVE ebc-importe TO ws-ult-saldo
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXTRACTOS-BANCO
               END-IF.
               IF flag-hay-anterior = 1
                   IF ws-fecha-extracto <= ws-ult-fecha
                       DISPLAY "Ya se importo el extracto del ",
                           ws-ult-fecha, " - no se importan fechas "
                           "anteriores ni repetidas"
                       MOVE 1 TO flag-error
                   ELSE
                       IF ws-saldo-anterior NOT = ws-ult-saldo
                           DISPLAY "El saldo anterior ",
                               ws-saldo-anterior, " no empalma con el "
                               "saldo final del ", ws-ult-fecha, " ",
                               ws-ult-saldo
                           MOVE 1 TO flag-error
                       END-IF
                   END-IF
               END-IF.

           400-GRABAR-EXTRACTO.
               OPEN EXTEND EXTRACTOS-BANCO.
               IF ebc-fileStatus NOT = "00"
                   OPEN OUTPUT EXTRACTOS-BANCO
               END-IF.
               PERFORM VARYING idx-tex FROM 1 BY 1
                       UNTIL idx-tex > cant-detalles
                   SET ebc-movimiento TO TRUE
                   MOVE tex-fecha(idx-tex) TO ebc-fecha
                   MOVE tex-importe(idx-tex) TO ebc-importe
                   MOVE 0 TO ebc-saldo-anterior
                   MOVE 0 TO ebc-cantidad
                   MOVE tex-referencia(idx-tex) TO ebc-referencia
                   MOVE tex-descripcion(idx-tex) TO ebc-descripcion
                   WRITE ebc-reg
               END-PERFORM.
               SET ebc-saldos TO TRUE.
               MOVE ws-fecha-extracto TO ebc-fecha.
               MOVE ws-saldo-final TO ebc-importe.
               MOVE ws-saldo-anterior TO ebc-saldo-anterior.
               MOVE cant-detalles TO ebc-cantidad.
               MOVE SPACES TO ebc-referencia.
               MOVE ext-cab-cuenta TO ebc-descripcion.
               WRITE ebc-reg.
               CLOSE EXTRACTOS-BANCO.

           500-GRABAR-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-reg.
               STRING aud-fecha-hora    DELIMITED BY SIZE
                      " | OPER: "       DELIMITED BY SIZE
                      FUNCTION TRIM(ws-operador-id) DELIMITED BY SIZE
                      " | SOCIO 000000 | EXTRACTO-BCO  | ANTES: "
                                        DELIMITED BY SIZE
                      ws-fecha-extracto DELIMITED BY SIZE
                      " | DESPUES: "    DELIMITED BY SIZE
                      cant-detalles     DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      ws-saldo-final    DELIMITED BY SIZE
                      INTO aud-reg.
               CALL "SELLO-AUDITORIA" USING aud-reg
                   ON EXCEPTION
                       CONTINUE
               END-CALL.
               WRITE aud-reg.
               CLOSE AUDITORIA.

       END PROGRAM IMPORTA-EXTRACTO.
