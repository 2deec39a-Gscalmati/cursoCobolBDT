      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENEDOR-PRESUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT presupuesto ASSIGN TO "..\presupuesto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pre-fileStatus.

           SELECT operadores ASSIGN TO "..\operadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-fileStatus.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Presupuesto por filial, cuenta del mayor y mes. El importe
      *    va en positivo en el sentido natural de la cuenta (lo que
      *    se espera depositar, cobrar o gastar en el mes). El archivo
      *    se mantiene ordenado por la clave.
       FD  presupuesto.
       01  pre-reg.
           03 pre-clave.
               05 pre-filial pic 99.
               05 pre-cuenta pic 9(4).
               05 pre-periodo pic 9(6).
           03 pre-importe pic 9(10)v99.

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
       01  pre-fileStatus pic xx.
       01  oper-fileStatus pic xx.
       01  flag-fin pic 9.
       01  flag-admin-ok pic 9.
       01  flag-desborde pic 9 value 0.
       01  flag-cambios pic 9 value 0.
       01  opc-menu pic 9.
       01  ws-admin-id pic x(10).
       01  ws-admin-pass pic x(10).
       01  aud-fecha-hora pic x(14).
       01  ws-clave.
           03 ws-filial pic 99.
           03 ws-cuenta pic 9(4).
           03 ws-periodo.
               05 ws-anio pic 9(4).
               05 ws-mes pic 99.
       01  ws-importe pic 9(10)v99.
       01  ws-importe-anual pic 9(10)v99.
       01  ws-importe-mes pic 9(10)v99.
       01  ws-importe-antes pic 9(10)v99.
       01  ws-total-anio pic 9(11)v99.
       01  idx-tpr pic 9(4).
       01  idx-mov pic 9(4).
       01  idx-mes pic 99.

       01  tabla-presupuesto.
           03 tpr-item occurs 3000 times.
               05 tpr-clave pic x(12).
               05 tpr-importe pic 9(10)v99.
       01  cant-tpr pic 9(4) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "MANTENIMIENTO DEL PRESUPUESTO POR FILIAL".
            PERFORM 100-LOGIN-SUPERVISOR.
            IF flag-admin-ok = 1
               PERFORM 200-CARGAR-TABLA
               IF flag-desborde = 1
                   DISPLAY "presupuesto.txt excede la capacidad de la "
                       "tabla (3000) - no se modifica"
                   MOVE 0 TO flag-admin-ok
               END-IF
            END-IF.
            IF flag-admin-ok = 1
               MOVE 9 TO opc-menu
               PERFORM UNTIL opc-menu = 0
                   DISPLAY "1 - Cargar importe de un mes"
                   DISPLAY "2 - Cargar presupuesto anual de una cuenta"
                   DISPLAY "3 - Listar presupuesto de una filial"
                   DISPLAY "0 - Salir"
                   ACCEPT opc-menu
                   EVALUATE opc-menu
                       WHEN 1
                           PERFORM 300-CARGAR-MES
                       WHEN 2
                           PERFORM 400-CARGAR-ANUAL
                       WHEN 3
                           PERFORM 500-LISTAR
                   END-EVALUATE
               END-PERFORM
            END-IF.
            GOBACK.

           100-LOGIN-SUPERVISOR.
               MOVE 0 TO flag-admin-ok.
               DISPLAY "Usuario supervisor:".
               ACCEPT ws-admin-id.
               DISPLAY "Contrasena:".
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

           200-CARGAR-TABLA.
               OPEN INPUT PRESUPUESTO.
               IF pre-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PRESUPUESTO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-tpr < 3000
                               ADD 1 TO cant-tpr
                               MOVE pre-clave TO tpr-clave(cant-tpr)
                               MOVE pre-importe TO tpr-importe(cant-tpr)
                           ELSE
                               MOVE 1 TO flag-desborde
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRESUPUESTO
               END-IF.

           300-CARGAR-MES.
               PERFORM 310-PEDIR-CUENTA.
               DISPLAY "Mes (AAAAMM):".
               ACCEPT ws-periodo.
               IF ws-mes < 1 OR ws-mes > 12
                   DISPLAY "Mes invalido"
               ELSE
                   DISPLAY "Importe del mes:"
                   ACCEPT ws-importe
                   MOVE 0 TO flag-cambios
                   PERFORM 600-GRABAR-IMPORTE
                   IF flag-cambios = 1
                       PERFORM 900-REGRABAR
                       DISPLAY "Presupuesto actualizado"
                   END-IF
               END-IF.

           310-PEDIR-CUENTA.
               DISPLAY "Filial (0 = central):".
               ACCEPT ws-filial.
               DISPLAY "Cuenta del mayor:".
               ACCEPT ws-cuenta.

      *    El anual se reparte en doce meses iguales; los centavos
      *    que no dividen van a diciembre para que el ano sume justo.
           400-CARGAR-ANUAL.
               PERFORM 310-PEDIR-CUENTA.
               DISPLAY "Ano (AAAA):".
               ACCEPT ws-anio.
               DISPLAY "Importe anual:".
               ACCEPT ws-importe-anual.
               COMPUTE ws-importe-mes = ws-importe-anual / 12.
               MOVE 0 TO flag-cambios.
               PERFORM VARYING idx-mes FROM 1 BY 1 UNTIL idx-mes > 12
                   MOVE idx-mes TO ws-mes
                   IF idx-mes = 12
                       COMPUTE ws-importe = ws-importe-anual -
                           ws-importe-mes * 11
                   ELSE
                       MOVE ws-importe-mes TO ws-importe
                   END-IF
                   PERFORM 600-GRABAR-IMPORTE
               END-PERFORM.
               IF flag-cambios = 1
                   PERFORM 900-REGRABAR
                   DISPLAY "Presupuesto anual cargado"
               END-IF.

           500-LISTAR.
               DISPLAY "Filial (0 = central):".
               ACCEPT ws-filial.
               DISPLAY "Ano (AAAA):".
               ACCEPT ws-anio.
               MOVE 0 TO ws-total-anio.
               PERFORM VARYING idx-tpr FROM 1 BY 1
                       UNTIL idx-tpr > cant-tpr
                   MOVE tpr-clave(idx-tpr) TO pre-clave
                   IF pre-filial = ws-filial AND
                       pre-periodo(1:4) = ws-anio
                       DISPLAY "Cuenta ", pre-cuenta, " mes ",
                           pre-periodo, " $", tpr-importe(idx-tpr)
                       ADD tpr-importe(idx-tpr) TO ws-total-anio
                   END-IF
               END-PERFORM.
               DISPLAY "Total del ano $", ws-total-anio.

      *    Alta o modificacion de una clave: se reemplaza el importe
      *    si la clave existe y si no se inserta en su lugar para que
      *    el archivo quede ordenado. Cada cambio va a auditoria.
           600-GRABAR-IMPORTE.
               MOVE 0 TO ws-importe-antes.
               PERFORM VARYING idx-tpr FROM 1 BY 1
                       UNTIL idx-tpr > cant-tpr
                   IF tpr-clave(idx-tpr) >= ws-clave
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tpr <= cant-tpr AND tpr-clave(idx-tpr) = ws-clave
                   MOVE tpr-importe(idx-tpr) TO ws-importe-antes
                   MOVE ws-importe TO tpr-importe(idx-tpr)
               ELSE
                   IF cant-tpr >= 3000
                       DISPLAY "Tabla de presupuesto llena - no se "
                           "carga ", ws-clave
                       MOVE ws-importe TO ws-importe-antes
                   ELSE
                       PERFORM VARYING idx-mov FROM cant-tpr BY -1
                               UNTIL idx-mov < idx-tpr
                           MOVE tpr-item(idx-mov)
                               TO tpr-item(idx-mov + 1)
                       END-PERFORM
                       ADD 1 TO cant-tpr
                       MOVE ws-clave TO tpr-clave(idx-tpr)
                       MOVE ws-importe TO tpr-importe(idx-tpr)
                   END-IF
               END-IF.
               IF ws-importe NOT = ws-importe-antes
                   MOVE 1 TO flag-cambios
                   PERFORM 700-GRABAR-AUDITORIA
               END-IF.

           700-GRABAR-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-reg.
               STRING aud-fecha-hora    DELIMITED BY SIZE
                      " | OPER: "       DELIMITED BY SIZE
                      FUNCTION TRIM(ws-admin-id) DELIMITED BY SIZE
                      " | SOCIO 000000 | PRESUPUESTO   | ANTES: "
                                        DELIMITED BY SIZE
                      "F"               DELIMITED BY SIZE
                      ws-filial         DELIMITED BY SIZE
                      " C"              DELIMITED BY SIZE
                      ws-cuenta         DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      ws-periodo        DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      ws-importe-antes  DELIMITED BY SIZE
                      " | DESPUES: "    DELIMITED BY SIZE
                      ws-importe        DELIMITED BY SIZE
                      INTO aud-reg.
               CALL "SELLO-AUDITORIA" USING aud-reg
                   ON EXCEPTION
                       CONTINUE
               END-CALL.
               WRITE aud-reg.
               CLOSE AUDITORIA.

           900-REGRABAR.
               OPEN OUTPUT PRESUPUESTO.
               PERFORM VARYING idx-tpr FROM 1 BY 1
                       UNTIL idx-tpr > cant-tpr
                   MOVE tpr-clave(idx-tpr) TO pre-clave
                   MOVE tpr-importe(idx-tpr) TO pre-importe
                   WRITE pre-reg
               END-PERFORM.
               CLOSE PRESUPUESTO.
       END PROGRAM MANTENEDOR-PRESUP.
