      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-DIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fecha-negocio ASSIGN TO "..\fechaNegocio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fn-fileStatus.

           SELECT sesiones ASSIGN TO "..\sesiones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ses-fileStatus.

           SELECT cierres ASSIGN TO "..\cierresDia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cie-fileStatus.

           SELECT operadores ASSIGN TO "..\operadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-fileStatus.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  fecha-negocio.
       01  fn-reg.
           03 fn-fecha-abierta pic 9(8).
           03 fn-estado pic x.
               88 fn-abierto value "A".
               88 fn-cerrado value "C".
           03 fn-ultimo-cierre pic 9(8).
           03 fn-fecha-hora-cierre pic x(14).
           03 fn-operador pic x(10).

      *    El ABM graba un registro al abrir la sesion (sin fin) y
      *    otro con el arqueo al cerrarla; una sesion sigue abierta
      *    mientras no aparezca su registro de cierre.
       FD  sesiones.
       01  ses-reg.
           03 ses-operador pic x(10).
           03 ses-inicio pic x(14).
           03 ses-fin pic x(14).
           03 ses-altas pic 9(5).
           03 ses-bajas pic 9(5).
           03 ses-cant-dep pic 9(5).
           03 ses-monto-dep pic 9(9)v99.
           03 ses-cant-ext pic 9(5).
           03 ses-monto-ext pic 9(9)v99.
           03 ses-cant-com pic 9(5).
           03 ses-monto-com pic 9(9)v99.
           03 ses-fecha-negocio pic 9(8).

       FD  cierres.
       01  cie-reg.
           03 cie-fecha pic 9(8).
           03 cie-fecha-hora pic x(14).
           03 cie-operador pic x(10).
           03 cie-proxima pic 9(8).

       FD  operadores.
       01  oper-reg.
           03 oper-id pic x(10).
           03 oper-pass pic x(10).
           03 oper-rol pic x(10).
           03 oper-estado pic x.
           03 oper-fecha-pass pic 9(8).
           03 oper-forzar-cambio pic x.
           03 oper-intentos pic 9.
           03 oper-filial pic 99.

       FD  auditoria.
       01  aud-reg pic x(180).

       WORKING-STORAGE SECTION.
       01  fn-fileStatus pic xx.
       01  ses-fileStatus pic xx.
       01  cie-fileStatus pic xx.
       01  oper-fileStatus pic xx.
       01  flag-fin pic 9.
       01  flag-fn pic 9.
       01  flag-admin-ok pic 9.
       01  opc-menu pic 9.
       01  resp-confirma pic x.
       01  ws-admin-id pic x(10).
       01  ws-admin-pass pic x(10).
       01  aud-fecha-hora pic x(14).
       01  aud-operacion pic x(13).
       01  aud-detalle pic x(27).
       01  ws-fecha-prox pic 9(8).
       01  ws-fecha-ini pic 9(8).
       01  ws-dia-entero pic 9(7).
       01  ws-resultado-habil pic x.
       01  ws-intentos-habil pic 99.
       01  ws-sel pic 999.

      *    Sesiones del ABM abiertas (registro de apertura sin su
      *    registro de cierre).
       01  tabla-sesiones.
           03 tso-item occurs 200 times.
               05 tso-operador pic x(10).
               05 tso-inicio pic x(14).
               05 tso-fecha-negocio pic 9(8).
       01  cant-tso pic 999 value 0.
       01  idx-tso pic 999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "CIERRE DEL DIA DE NEGOCIO".
            PERFORM 150-LOGIN-SUPERVISOR.
            IF flag-admin-ok = 1
               MOVE 9 TO opc-menu
               PERFORM UNTIL opc-menu = 0
                   PERFORM 100-LEER-FECHA-NEGOCIO
                   IF flag-fn = 1
                       DISPLAY "Dia de negocio: ", fn-fecha-abierta,
                           " estado ", fn-estado,
                           " - ultimo cierre: ", fn-ultimo-cierre
                   ELSE
                       DISPLAY "Sin fecha de negocio inicializada"
                   END-IF
                   DISPLAY "1 - Cerrar el dia de negocio"
                   DISPLAY "2 - Abrir el dia siguiente"
                   DISPLAY "3 - Cerrar sesion huerfana del ABM"
                   DISPLAY "4 - Inicializar la fecha de negocio"
                   DISPLAY "0 - Salir"
                   ACCEPT opc-menu
                   EVALUATE opc-menu
                       WHEN 1
                           PERFORM 200-CERRAR-DIA
                       WHEN 2
                           PERFORM 400-ABRIR-DIA
                       WHEN 3
                           PERFORM 500-CERRAR-SESION-HUERFANA
                       WHEN 4
                           PERFORM 600-INICIALIZAR
                   END-EVALUATE
               END-PERFORM
            END-IF.
            GOBACK.

           100-LEER-FECHA-NEGOCIO.
               MOVE 0 TO flag-fn.
               OPEN INPUT FECHA-NEGOCIO.
               IF fn-fileStatus = "00"
                   READ FECHA-NEGOCIO
                       AT END CONTINUE
                       NOT AT END
                           MOVE 1 TO flag-fn
                   END-READ
                   CLOSE FECHA-NEGOCIO
               END-IF.

      *    Cierre y apertura del dia son tareas de supervisor, con
      *    las mismas credenciales que la administracion de
      *    operadores.
           150-LOGIN-SUPERVISOR.
               MOVE 0 TO flag-admin-ok.
               DISPLAY "Usuario supervisor:"
               ACCEPT ws-admin-id.
               DISPLAY "Contrasena:"
               ACCEPT ws-admin-pass.
               OPEN INPUT OPERADORES.
               IF oper-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ OPERADORES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF oper-id = ws-admin-id AND
                               oper-pass = ws-admin-pass AND
                               oper-rol = "SUPERVISOR" AND
                               oper-estado = "A"
                               MOVE 1 TO flag-admin-ok
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERADORES
               END-IF.
               IF flag-admin-ok = 0
                   DISPLAY "Credenciales invalidas o sin rol de "
                       "supervisor - acceso denegado"
               END-IF.

      *    El cierre exige todas las sesiones de caja cerradas (con
      *    su arqueo grabado), marca el dia como cerrado, lo deja
      *    como ultimo cierre para los batches y corre la fecha al
      *    dia habil siguiente. El ABM no opera hasta la apertura.
           200-CERRAR-DIA.
               IF flag-fn = 0
                   DISPLAY "Sin fecha de negocio - inicialicela con "
                       "la opcion 4"
               ELSE
               IF fn-cerrado
                   DISPLAY "El dia ", fn-ultimo-cierre, " ya esta "
                       "cerrado - falta abrir el ", fn-fecha-abierta
               ELSE
                   PERFORM 300-SESIONES-ABIERTAS
                   IF cant-tso > 0
                       DISPLAY "No se puede cerrar: hay ", cant-tso,
                           " sesiones de caja abiertas"
                       PERFORM 350-LISTAR-SESIONES
                   ELSE
                       MOVE fn-fecha-abierta TO ws-fecha-ini
                       PERFORM 250-PROXIMO-HABIL
                       DISPLAY "Cierra el dia ", fn-fecha-abierta,
                           " - proximo dia de negocio ",
                           ws-fecha-prox, ". Confirma? S/N"
                       ACCEPT resp-confirma
                       IF resp-confirma = "S" OR resp-confirma = "s"
                           PERFORM 270-GRABAR-CIERRE
                       ELSE
                           DISPLAY "Cierre anulado"
                       END-IF
                   END-IF
               END-IF
               END-IF.

      *    Dia siguiente al cerrado, corrido con FECHA-HABIL hasta
      *    caer en un dia habil del calendario de feriados.
           250-PROXIMO-HABIL.
               COMPUTE ws-dia-entero =
                   FUNCTION INTEGER-OF-DATE(ws-fecha-ini) + 1.
               MOVE FUNCTION DATE-OF-INTEGER(ws-dia-entero)
                   TO ws-fecha-prox.
               MOVE 0 TO ws-intentos-habil.
               MOVE "X" TO ws-resultado-habil.
               PERFORM UNTIL ws-resultado-habil = "H" OR
                       ws-intentos-habil > 30
                   MOVE "H" TO ws-resultado-habil
                   CALL "FECHA-HABIL" USING ws-fecha-prox,
                       ws-resultado-habil
                       ON EXCEPTION
                           MOVE "H" TO ws-resultado-habil
                   END-CALL
                   IF ws-resultado-habil NOT = "H"
                       COMPUTE ws-dia-entero =
                           FUNCTION INTEGER-OF-DATE(ws-fecha-prox) + 1
                       MOVE FUNCTION DATE-OF-INTEGER(ws-dia-entero)
                           TO ws-fecha-prox
                   END-IF
                   ADD 1 TO ws-intentos-habil
               END-PERFORM.

           270-GRABAR-CIERRE.
               MOVE fn-fecha-abierta TO fn-ultimo-cierre.
               MOVE ws-fecha-prox TO fn-fecha-abierta.
               SET fn-cerrado TO TRUE.
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO fn-fecha-hora-cierre.
               MOVE ws-admin-id TO fn-operador.
               OPEN OUTPUT FECHA-NEGOCIO.
               WRITE fn-reg.
               CLOSE FECHA-NEGOCIO.
               OPEN EXTEND CIERRES.
               IF cie-fileStatus NOT = "00"
                   OPEN OUTPUT CIERRES
               END-IF.
               MOVE fn-ultimo-cierre TO cie-fecha.
               MOVE fn-fecha-hora-cierre TO cie-fecha-hora.
               MOVE ws-admin-id TO cie-operador.
               MOVE fn-fecha-abierta TO cie-proxima.
               WRITE cie-reg.
               CLOSE CIERRES.
               MOVE "CIERRE-DIA" TO aud-operacion.
               MOVE SPACES TO aud-detalle.
               STRING fn-ultimo-cierre DELIMITED BY SIZE
                      " PROXIMO "      DELIMITED BY SIZE
                      fn-fecha-abierta DELIMITED BY SIZE
                      INTO aud-detalle.
               PERFORM 700-GRABAR-AUDITORIA.
               DISPLAY "Dia ", fn-ultimo-cierre, " cerrado. Corren "
                   "los batches del dia; el ABM opera de nuevo al "
                   "abrir el ", fn-fecha-abierta.

      *    Apareo de aperturas contra cierres: cada cierre saca de
      *    la tabla la apertura de la misma sesion (operador e
      *    inicio); lo que queda son sesiones abiertas.
           300-SESIONES-ABIERTAS.
               MOVE 0 TO cant-tso.
               OPEN INPUT SESIONES.
               IF ses-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ SESIONES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF ses-fin = SPACES
                               IF cant-tso < 200
                                   ADD 1 TO cant-tso
                                   MOVE ses-operador
                                       TO tso-operador(cant-tso)
                                   MOVE ses-inicio
                                       TO tso-inicio(cant-tso)
                                   MOVE ses-fecha-negocio
                                       TO tso-fecha-negocio(cant-tso)
                               END-IF
                           ELSE
                               PERFORM 310-QUITAR-SESION
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SESIONES
               END-IF.

           310-QUITAR-SESION.
               PERFORM VARYING idx-tso FROM 1 BY 1
                       UNTIL idx-tso > cant-tso
                   IF tso-operador(idx-tso) = ses-operador AND
                       tso-inicio(idx-tso) = ses-inicio
                       MOVE tso-item(cant-tso) TO tso-item(idx-tso)
                       SUBTRACT 1 FROM cant-tso
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

           350-LISTAR-SESIONES.
               PERFORM VARYING idx-tso FROM 1 BY 1
                       UNTIL idx-tso > cant-tso
                   DISPLAY idx-tso, " - operador ",
                       tso-operador(idx-tso), " desde ",
                       tso-inicio(idx-tso)
               END-PERFORM.

           400-ABRIR-DIA.
               IF flag-fn = 0
                   DISPLAY "Sin fecha de negocio - inicialicela con "
                       "la opcion 4"
               ELSE
               IF fn-abierto
                   DISPLAY "El dia ", fn-fecha-abierta, " ya esta "
                       "abierto"
               ELSE
                   DISPLAY "Abre el dia ", fn-fecha-abierta,
                       ". Confirma? S/N"
                   ACCEPT resp-confirma
                   IF resp-confirma = "S" OR resp-confirma = "s"
                       SET fn-abierto TO TRUE
                       OPEN OUTPUT FECHA-NEGOCIO
                       WRITE fn-reg
                       CLOSE FECHA-NEGOCIO
                       MOVE "APERTURA-DIA" TO aud-operacion
                       MOVE fn-fecha-abierta TO aud-detalle
                       PERFORM 700-GRABAR-AUDITORIA
                       DISPLAY "Dia ", fn-fecha-abierta, " abierto"
                   END-IF
               END-IF
               END-IF.

      *    Una sesion que quedo abierta porque el ABM se corto no
      *    tiene arqueo: se graba su cierre en cero y queda en
      *    auditoria para que tesoreria lo concilie a mano.
           500-CERRAR-SESION-HUERFANA.
               PERFORM 300-SESIONES-ABIERTAS.
               IF cant-tso = 0
                   DISPLAY "No hay sesiones abiertas"
               ELSE
                   PERFORM 350-LISTAR-SESIONES
                   DISPLAY "Sesion a cerrar (0 = ninguna):"
                   ACCEPT ws-sel
                   IF ws-sel > 0 AND ws-sel <= cant-tso
                       OPEN EXTEND SESIONES
                       MOVE tso-operador(ws-sel) TO ses-operador
                       MOVE tso-inicio(ws-sel) TO ses-inicio
                       MOVE FUNCTION CURRENT-DATE(1:14) TO ses-fin
                       MOVE 0 TO ses-altas ses-bajas
                       MOVE 0 TO ses-cant-dep ses-monto-dep
                       MOVE 0 TO ses-cant-ext ses-monto-ext
                       MOVE 0 TO ses-cant-com ses-monto-com
                       MOVE tso-fecha-negocio(ws-sel)
                           TO ses-fecha-negocio
                       WRITE ses-reg
                       CLOSE SESIONES
                       MOVE "SESION-FORZ" TO aud-operacion
                       MOVE SPACES TO aud-detalle
                       STRING tso-operador(ws-sel) DELIMITED BY SPACE
                              " "                  DELIMITED BY SIZE
                              tso-inicio(ws-sel)   DELIMITED BY SIZE
                              INTO aud-detalle
                       PERFORM 700-GRABAR-AUDITORIA
                       DISPLAY "Sesion cerrada sin arqueo"
                   END-IF
               END-IF.

      *    Solo para la puesta en marcha: con la fecha de negocio ya
      *    creada no se pisa.
           600-INICIALIZAR.
               IF flag-fn = 1
                   DISPLAY "La fecha de negocio ya existe - no se "
                       "inicializa"
               ELSE
                   DISPLAY "Dia de negocio inicial (AAAAMMDD, "
                       "0 = hoy):"
                   ACCEPT fn-fecha-abierta
                   IF fn-fecha-abierta = 0
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO fn-fecha-abierta
                   END-IF
                   SET fn-abierto TO TRUE
                   MOVE 0 TO fn-ultimo-cierre
                   MOVE SPACES TO fn-fecha-hora-cierre
                   MOVE ws-admin-id TO fn-operador
                   OPEN OUTPUT FECHA-NEGOCIO
                   WRITE fn-reg
                   CLOSE FECHA-NEGOCIO
                   MOVE "INICIO-FECHA" TO aud-operacion
                   MOVE fn-fecha-abierta TO aud-detalle
                   PERFORM 700-GRABAR-AUDITORIA
                   DISPLAY "Fecha de negocio inicializada en ",
                       fn-fecha-abierta
               END-IF.

           700-GRABAR-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-reg.
               STRING aud-fecha-hora    DELIMITED BY SIZE
                      " | OPER: "       DELIMITED BY SIZE
                      FUNCTION TRIM(ws-admin-id) DELIMITED BY SIZE
                      " | SOCIO 000 | " DELIMITED BY SIZE
                      aud-operacion     DELIMITED BY SIZE
                      " | ANTES: "      DELIMITED BY SIZE
                      aud-detalle       DELIMITED BY SIZE
                      " | DESPUES: "    DELIMITED BY SIZE
                      INTO aud-reg.
               CALL "SELLO-AUDITORIA" USING aud-reg
                   ON EXCEPTION
                       CONTINUE
               END-CALL.
               WRITE aud-reg.
               CLOSE AUDITORIA.
       END PROGRAM CIERRE-DIA.
