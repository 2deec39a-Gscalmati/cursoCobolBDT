      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOS-SOCIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT contactos ASSIGN TO "..\contactoSocios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ctc-socio
               FILE STATUS IS ctc-fileStatus.

           SELECT movimientos ASSIGN TO "..\movimientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mov-fileStatus.

           SELECT mov-historico ASSIGN TO "..\movHistorico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS movh-clave
               FILE STATUS IS movh-fileStatus.

           SELECT plazos-fijos ASSIGN TO "..\plazosFijos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pf-fileStatus.

           SELECT cuotas-prestamo ASSIGN TO "..\cuotasPrestamo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cup-fileStatus.

           SELECT cheques-rechazados ASSIGN TO
               "..\chequesRechazados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS chrch-fileStatus.

           SELECT embargos ASSIGN TO "..\embargos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emb-clave
               FILE STATUS IS emb-fileStatus.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS aud-fileStatus.

           SELECT avisos ASSIGN TO ws-nombre-avisos
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  contactos.
       01  ctc-reg.
           03 ctc-socio pic 9(6).
           03 ctc-canal pic x.
               88 ctc-sms value "S".
               88 ctc-email value "E".
           03 ctc-telefono pic x(15).
           03 ctc-mail pic x(40).
           03 ctc-avisos.
               05 ctc-av-debito pic x.
               05 ctc-av-plazo-fijo pic x.
               05 ctc-av-prestamo pic x.
               05 ctc-av-cheque pic x.
               05 ctc-av-embargo pic x.
               05 ctc-av-seguridad pic x.
           03 ctc-umbral-debito pic 9(7)v99.
           03 ctc-estado pic x.
               88 ctc-adherido value "A".
               88 ctc-desadherido value "B".
           03 ctc-fecha-modif pic 9(8).
           03 ctc-operador pic x(10).

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

       FD  plazos-fijos.
       01  pf-reg.
           03 pf-socio pic 9(6).
           03 pf-capital pic 9(6)v99.
           03 pf-tasa pic 99v9999.
           03 pf-fecha-inicio pic 9(8).
           03 pf-fecha-vto pic 9(8).
           03 pf-estado pic x.
               88 pf-vigente value "V".
               88 pf-pagado value "P".
               88 pf-renovado value "R".
               88 pf-cancelado value "C".
           03 pf-instruccion pic x.
               88 pf-inst-pagar value "P" " ".
               88 pf-inst-renovar-capital value "C".

       FD  cuotas-prestamo.
       01  cup-reg.
           03 cup-prestamo pic 9(5).
           03 cup-socio pic 9(6).
           03 cup-nro pic 99.
           03 cup-vto pic 9(8).
           03 cup-capital pic 9(6)v99.
           03 cup-interes pic 9(6)v99.
           03 cup-total pic 9(6)v99.
           03 cup-estado pic x.
           03 cup-corridas-mora pic 99.

       FD  cheques-rechazados.
       01  chrch-reg.
           03 chrch-socio pic 9(6).
           03 chrch-cheque pic 9(6).
           03 chrch-importe pic 9(7)v99.
           03 chrch-fecha pic 9(8).
           03 chrch-motivo pic x(20).
           03 chrch-computa pic x.
               88 chrch-no-computa value "N".

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

       FD  auditoria.
       01  aud-linea pic x(180).

      *    Archivo para el proveedor de mensajeria: un aviso por
      *    linea, identificado por fecha y secuencia. El proveedor
      *    devuelve el resultado de entrega con el mismo id.
       FD  avisos.
       01  avi-reg.
           03 avi-id.
               05 avi-fecha pic 9(8).
               05 avi-seq pic 9(6).
           03 avi-socio pic 9(6).
           03 avi-tipo pic x(3).
           03 avi-canal pic x.
           03 avi-destino pic x(40).
           03 avi-texto pic x(70).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  flag-lee pic 9.
       01  ctc-fileStatus pic xx.
       01  mov-fileStatus pic xx.
       01  movh-fileStatus pic xx.
       01  pf-fileStatus pic xx.
       01  cup-fileStatus pic xx.
       01  chrch-fileStatus pic xx.
       01  emb-fileStatus pic xx.
       01  aud-fileStatus pic xx.
       01  flag-historico pic 9 value 0.
       01  ws-nombre-avisos pic x(40).
       01  ws-fecha-proceso pic 9(8).
       01  ws-fecha-pf pic 9(8).
       01  ws-fecha-cuota pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.

      *    Datos del aviso a emitir, cargados por cada fuente.
       01  ws-av-socio pic 9(6).
       01  ws-av-tipo pic x(3).
       01  ws-av-importe pic s9(7)v99.
       01  ws-av-texto pic x(70).
       01  ws-av-destino pic x(40).
       01  ws-av-elegido pic x.
       01  ws-importe-abs pic 9(7)v99.
       01  ws-importe-ed pic zzz,zz9.99.
       01  ws-fecha-ed.
           03 ws-fed-dd pic 99.
           03 filler pic x value "/".
           03 ws-fed-mm pic 99.
           03 filler pic x value "/".
           03 ws-fed-aaaa pic 9(4).
       01  ws-fecha-aux pic 9(8).
       01  ws-fecha-aux-r redefines ws-fecha-aux.
           03 ws-fa-aaaa pic 9(4).
           03 ws-fa-mm pic 99.
           03 ws-fa-dd pic 99.

      *    Campos del asiento de auditoria, separados por " | ".
       01  u-fecha pic x(20).
       01  u-oper pic x(20).
       01  u-socio pic x(20).
       01  u-op pic x(20).
       01  u-antes pic x(40).
       01  u-despues pic x(40).
       01  ws-tar-texto pic x(12).

       01  cant-avisos pic 9(6) value 0.
       01  cant-debitos pic 9(5) value 0.
       01  cant-pf pic 9(5) value 0.
       01  cant-cuotas pic 9(5) value 0.
       01  cant-mora pic 9(5) value 0.
       01  cant-cheques pic 9(5) value 0.
       01  cant-embargos pic 9(5) value 0.
       01  cant-estado pic 9(5) value 0.
       01  cant-sin-destino pic 9(5) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            OPEN INPUT CONTACTOS.
            IF ctc-fileStatus NOT = "00"
                DISPLAY "No hay socios adheridos a los avisos - "
                    "contactoSocios.dat ausente"
                GOBACK
            END-IF.
            OPEN OUTPUT AVISOS.
            PERFORM 200-DEBITOS-DIARIO.
            PERFORM 220-DEBITOS-HISTORICO.
            PERFORM 300-PLAZOS-FIJOS.
            PERFORM 400-CUOTAS-PRESTAMO.
            PERFORM 500-CHEQUES-RECHAZADOS.
            PERFORM 600-EMBARGOS.
            PERFORM 700-CAMBIOS-ESTADO.
            CLOSE AVISOS.
            CLOSE CONTACTOS.
            PERFORM 900-FIN.
            GOBACK.

           100-INICIO.
               DISPLAY "Avisos a socios por SMS y e-mail".
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               COMPUTE ws-fecha-pf = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-fecha-proceso) + 3).
               COMPUTE ws-fecha-cuota = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-fecha-proceso) + 5).
               MOVE SPACES TO ws-nombre-avisos.
               STRING "..\avisosSocios"  DELIMITED BY SIZE
                      ws-fecha-proceso   DELIMITED BY SIZE
                      ".txt"             DELIMITED BY SIZE
                      INTO ws-nombre-avisos.

      *    Se avisa lo ocurrido en un dia cerrado: con el dia
      *    abierto todavia puede haber operaciones.
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

      *    Debitos del dia todavia en el diario.
           200-DEBITOS-DIARIO.
               OPEN INPUT MOVIMIENTOS.
               IF mov-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ MOVIMIENTOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF mov-socio >= 1 AND mov-importe < 0 AND
                               mov-fecha-hora(1:8) = ws-fecha-proceso
                               MOVE mov-socio TO ws-av-socio
                               MOVE mov-importe TO ws-av-importe
                               PERFORM 210-TEXTO-DEBITO-DIARIO
                               PERFORM 800-EMITIR-AVISO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOVIMIENTOS
               END-IF.

           210-TEXTO-DEBITO-DIARIO.
               MOVE "DEB" TO ws-av-tipo.
               COMPUTE ws-importe-abs = 0 - mov-importe.
               MOVE ws-importe-abs TO ws-importe-ed.
               MOVE SPACES TO ws-av-texto.
               STRING "DEBITO EN SU CUENTA POR $"  DELIMITED BY SIZE
                      FUNCTION TRIM(ws-importe-ed) DELIMITED BY SIZE
                      " - "                        DELIMITED BY SIZE
                      FUNCTION TRIM(mov-concepto)  DELIMITED BY SIZE
                      INTO ws-av-texto.

      *    Si el diario ya se cargo al historial, los debitos del dia
      *    se buscan ahi, socio por socio adherido.
           220-DEBITOS-HISTORICO.
               OPEN INPUT MOV-HISTORICO.
               IF movh-fileStatus = "00"
                   MOVE 1 TO flag-historico
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CONTACTOS NEXT AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF ctc-adherido AND ctc-av-debito = "S"
                               PERFORM 230-DEBITOS-SOCIO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOV-HISTORICO
               END-IF.

           230-DEBITOS-SOCIO.
               MOVE ctc-socio TO movh-socio.
               MOVE SPACES TO movh-fecha-hora.
               MOVE ws-fecha-proceso TO movh-fecha-hora(1:8).
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
                       IF movh-socio NOT = ctc-socio OR
                           movh-fecha-hora(1:8) NOT = ws-fecha-proceso
                           MOVE 0 TO flag-lee
                       ELSE
                           IF movh-importe < 0
                               MOVE movh-socio TO ws-av-socio
                               MOVE movh-importe TO ws-av-importe
                               MOVE "DEB" TO ws-av-tipo
                               COMPUTE ws-importe-abs =
                                   0 - movh-importe
                               MOVE ws-importe-abs TO ws-importe-ed
                               MOVE SPACES TO ws-av-texto
                               STRING "DEBITO EN SU CUENTA POR $"
                                          DELIMITED BY SIZE
                                      FUNCTION TRIM(ws-importe-ed)
                                          DELIMITED BY SIZE
                                      " - " DELIMITED BY SIZE
                                      FUNCTION TRIM(movh-concepto)
                                          DELIMITED BY SIZE
                                      INTO ws-av-texto
                               PERFORM 810-VERIFICAR-Y-GRABAR
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM.

      *    Plazos fijos vigentes que vencen dentro de tres dias.
           300-PLAZOS-FIJOS.
               OPEN INPUT PLAZOS-FIJOS.
               IF pf-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PLAZOS-FIJOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF pf-vigente AND
                               pf-fecha-vto = ws-fecha-pf
                               PERFORM 310-AVISO-PLAZO-FIJO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAZOS-FIJOS
               END-IF.

           310-AVISO-PLAZO-FIJO.
               MOVE pf-socio TO ws-av-socio.
               MOVE 0 TO ws-av-importe.
               MOVE "PFV" TO ws-av-tipo.
               MOVE pf-capital TO ws-importe-ed.
               MOVE pf-fecha-vto TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE SPACES TO ws-av-texto.
               STRING "SU PLAZO FIJO DE $"          DELIMITED BY SIZE
                      FUNCTION TRIM(ws-importe-ed) DELIMITED BY SIZE
                      " VENCE EL "                 DELIMITED BY SIZE
                      ws-fecha-ed                  DELIMITED BY SIZE
                      INTO ws-av-texto.
               PERFORM 800-EMITIR-AVISO.

      *    Cuotas pendientes que vencen dentro de cinco dias y cuotas
      *    que entraron en mora en la ultima corrida de cobranza.
           400-CUOTAS-PRESTAMO.
               OPEN INPUT CUOTAS-PRESTAMO.
               IF cup-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUOTAS-PRESTAMO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cup-estado = "P" AND
                               cup-vto = ws-fecha-cuota
                               PERFORM 410-AVISO-VENCIMIENTO
                           END-IF
                           IF cup-estado = "M" AND
                               cup-corridas-mora = 1
                               PERFORM 420-AVISO-MORA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUOTAS-PRESTAMO
               END-IF.

           410-AVISO-VENCIMIENTO.
               MOVE cup-socio TO ws-av-socio.
               MOVE 0 TO ws-av-importe.
               MOVE "CUV" TO ws-av-tipo.
               MOVE cup-total TO ws-importe-ed.
               MOVE cup-vto TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE SPACES TO ws-av-texto.
               STRING "LA CUOTA "                  DELIMITED BY SIZE
                      cup-nro                      DELIMITED BY SIZE
                      " DEL PRESTAMO "             DELIMITED BY SIZE
                      cup-prestamo                 DELIMITED BY SIZE
                      " POR $"                     DELIMITED BY SIZE
                      FUNCTION TRIM(ws-importe-ed) DELIMITED BY SIZE
                      " VENCE EL "                 DELIMITED BY SIZE
                      ws-fecha-ed                  DELIMITED BY SIZE
                      INTO ws-av-texto.
               PERFORM 800-EMITIR-AVISO.

           420-AVISO-MORA.
               MOVE cup-socio TO ws-av-socio.
               MOVE 0 TO ws-av-importe.
               MOVE "MOR" TO ws-av-tipo.
               MOVE cup-total TO ws-importe-ed.
               MOVE SPACES TO ws-av-texto.
               STRING "LA CUOTA "                  DELIMITED BY SIZE
                      cup-nro                      DELIMITED BY SIZE
                      " DEL PRESTAMO "             DELIMITED BY SIZE
                      cup-prestamo                 DELIMITED BY SIZE
                      " POR $"                     DELIMITED BY SIZE
                      FUNCTION TRIM(ws-importe-ed) DELIMITED BY SIZE
                      " ESTA EN MORA"              DELIMITED BY SIZE
                      INTO ws-av-texto.
               PERFORM 800-EMITIR-AVISO.

           500-CHEQUES-RECHAZADOS.
               OPEN INPUT CHEQUES-RECHAZADOS.
               IF chrch-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CHEQUES-RECHAZADOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF chrch-fecha = ws-fecha-proceso
                               PERFORM 510-AVISO-CHEQUE
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHEQUES-RECHAZADOS
               END-IF.

           510-AVISO-CHEQUE.
               MOVE chrch-socio TO ws-av-socio.
               MOVE 0 TO ws-av-importe.
               MOVE "CHR" TO ws-av-tipo.
               MOVE chrch-importe TO ws-importe-ed.
               MOVE SPACES TO ws-av-texto.
               STRING "CHEQUE "                    DELIMITED BY SIZE
                      chrch-cheque                 DELIMITED BY SIZE
                      " POR $"                     DELIMITED BY SIZE
                      FUNCTION TRIM(ws-importe-ed) DELIMITED BY SIZE
                      " RECHAZADO: "               DELIMITED BY SIZE
                      FUNCTION TRIM(chrch-motivo)  DELIMITED BY SIZE
                      INTO ws-av-texto.
               PERFORM 800-EMITIR-AVISO.

      *    Embargos trabados en el dia que siguen activos.
           600-EMBARGOS.
               OPEN INPUT EMBARGOS.
               IF emb-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ EMBARGOS NEXT AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF emb-activo AND
                               emb-fecha = ws-fecha-proceso
                               PERFORM 610-AVISO-EMBARGO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMBARGOS
               END-IF.

           610-AVISO-EMBARGO.
               MOVE emb-socio TO ws-av-socio.
               MOVE 0 TO ws-av-importe.
               MOVE "EMB" TO ws-av-tipo.
               MOVE emb-importe TO ws-importe-ed.
               MOVE SPACES TO ws-av-texto.
               STRING "SE TRABO UN EMBARGO SOBRE SU CUENTA POR $"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(ws-importe-ed) DELIMITED BY SIZE
                      INTO ws-av-texto.
               PERFORM 800-EMITIR-AVISO.

      *    Cambios de estado de la cuenta y de las tarjetas del socio
      *    registrados en la auditoria del dia.
           700-CAMBIOS-ESTADO.
               OPEN INPUT AUDITORIA.
               IF aud-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ AUDITORIA AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF aud-linea(1:8) = ws-fecha-proceso
                               PERFORM 710-ANALIZAR-ASIENTO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDITORIA
               END-IF.

           710-ANALIZAR-ASIENTO.
               MOVE SPACES TO u-fecha u-oper u-socio u-op
                   u-antes u-despues.
               UNSTRING aud-linea DELIMITED BY " | "
                   INTO u-fecha, u-oper, u-socio, u-op,
                        u-antes, u-despues.
               IF u-socio(7:6) IS NUMERIC
                   MOVE u-socio(7:6) TO ws-av-socio
                   MOVE SPACES TO ws-av-texto
                   EVALUATE u-op
                       WHEN "BAJA"
                           MOVE "SU CUENTA FUE DADA DE BAJA"
                               TO ws-av-texto
                       WHEN "SUSPENSION"
                           MOVE "SU CUENTA FUE SUSPENDIDA"
                               TO ws-av-texto
                       WHEN "REACTIVAR"
                           MOVE "SU CUENTA FUE REACTIVADA"
                               TO ws-av-texto
                       WHEN "TARJETA-ESTAD"
                           PERFORM 720-TEXTO-TARJETA
                   END-EVALUATE
                   IF ws-av-texto NOT = SPACES
                       MOVE 0 TO ws-av-importe
                       MOVE "EST" TO ws-av-tipo
                       PERFORM 800-EMITIR-AVISO
                   END-IF
               END-IF.

           720-TEXTO-TARJETA.
               MOVE SPACES TO ws-tar-texto.
               EVALUATE u-despues(10:1)
                   WHEN "A"
                       MOVE "HABILITADA" TO ws-tar-texto
                   WHEN "B"
                       MOVE "BLOQUEADA" TO ws-tar-texto
                   WHEN "P"
                       MOVE "DENUNCIADA" TO ws-tar-texto
                   WHEN "C"
                       MOVE "DADA DE BAJA" TO ws-tar-texto
               END-EVALUATE.
               IF ws-tar-texto NOT = SPACES
                   STRING "SU TARJETA DE DEBITO FUE " DELIMITED BY SIZE
                          ws-tar-texto                DELIMITED BY SIZE
                          INTO ws-av-texto
               END-IF.

      *    Busca las preferencias del socio y graba el aviso si esta
      *    adherido y eligio ese tipo de aviso.
           800-EMITIR-AVISO.
               MOVE ws-av-socio TO ctc-socio.
               READ CONTACTOS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 810-VERIFICAR-Y-GRABAR
               END-READ.

           810-VERIFICAR-Y-GRABAR.
               EVALUATE ws-av-tipo
                   WHEN "DEB"
                       MOVE ctc-av-debito TO ws-av-elegido
                       COMPUTE ws-importe-abs = 0 - ws-av-importe
                       IF ws-importe-abs < ctc-umbral-debito
                           MOVE "N" TO ws-av-elegido
                       END-IF
                   WHEN "PFV"
                       MOVE ctc-av-plazo-fijo TO ws-av-elegido
                   WHEN "CUV"
                   WHEN "MOR"
                       MOVE ctc-av-prestamo TO ws-av-elegido
                   WHEN "CHR"
                       MOVE ctc-av-cheque TO ws-av-elegido
                   WHEN "EMB"
                       MOVE ctc-av-embargo TO ws-av-elegido
                   WHEN OTHER
                       MOVE ctc-av-seguridad TO ws-av-elegido
               END-EVALUATE.
               IF ctc-adherido AND ws-av-elegido = "S"
                   IF ctc-sms
                       MOVE ctc-telefono TO ws-av-destino
                   ELSE
                       MOVE ctc-mail TO ws-av-destino
                   END-IF
                   IF ws-av-destino = SPACES
                       ADD 1 TO cant-sin-destino
                   ELSE
                       PERFORM 820-GRABAR-AVISO
                   END-IF
               END-IF.

           820-GRABAR-AVISO.
               ADD 1 TO cant-avisos.
               MOVE ws-fecha-proceso TO avi-fecha.
               MOVE cant-avisos TO avi-seq.
               MOVE ws-av-socio TO avi-socio.
               MOVE ws-av-tipo TO avi-tipo.
               MOVE ctc-canal TO avi-canal.
               MOVE ws-av-destino TO avi-destino.
               MOVE ws-av-texto TO avi-texto.
               WRITE avi-reg.
               EVALUATE ws-av-tipo
                   WHEN "DEB"
                       ADD 1 TO cant-debitos
                   WHEN "PFV"
                       ADD 1 TO cant-pf
                   WHEN "CUV"
                       ADD 1 TO cant-cuotas
                   WHEN "MOR"
                       ADD 1 TO cant-mora
                   WHEN "CHR"
                       ADD 1 TO cant-cheques
                   WHEN "EMB"
                       ADD 1 TO cant-embargos
                   WHEN OTHER
                       ADD 1 TO cant-estado
               END-EVALUATE.

           850-EDITAR-FECHA.
               MOVE ws-fa-dd TO ws-fed-dd.
               MOVE ws-fa-mm TO ws-fed-mm.
               MOVE ws-fa-aaaa TO ws-fed-aaaa.

           900-FIN.
               DISPLAY "Avisos generados: ", cant-avisos.
               DISPLAY "  Debitos: ", cant-debitos,
                   "  Plazos fijos: ", cant-pf,
                   "  Cuotas a vencer: ", cant-cuotas,
                   "  Cuotas en mora: ", cant-mora.
               DISPLAY "  Cheques rechazados: ", cant-cheques,
                   "  Embargos: ", cant-embargos,
                   "  Cambios de estado: ", cant-estado.
               IF cant-sin-destino > 0
                   DISPLAY "ATENCION: ", cant-sin-destino,
                       " aviso(s) sin telefono ni e-mail cargado"
               END-IF.
               DISPLAY "Archivo para el proveedor en ",
                   FUNCTION TRIM(ws-nombre-avisos).

       END PROGRAM AVISOS-SOCIOS.
