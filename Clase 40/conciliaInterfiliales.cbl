      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-INTERFILIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT plan-cuentas ASSIGN TO "..\planCuentas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pla-fileStatus.

           SELECT libro-diario ASSIGN TO "..\libroDiario.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lib-fileStatus.

           SELECT listado ASSIGN TO "..\conciliaInterfiliales.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  plan-cuentas.
       01  pla-reg.
           03 pla-concepto pic x(13).
           03 pla-cuenta-debe pic 9(4).
           03 pla-cuenta-haber pic 9(4).
           03 filler pic x(19).
       01  pla-rubro.
           03 rub-marca pic x.
           03 rub-tipo pic x.
           03 rub-desde pic 9(4).
           03 rub-hasta pic 9(4).
           03 rub-titulo pic x(30).

       FD  libro-diario.
       01  lib-reg.
           03 lib-fecha pic 9(8).
           03 lib-cuenta pic 9(4).
           03 lib-dh pic x.
           03 lib-importe pic 9(9)v99.
           03 lib-concepto pic x(13).
           03 lib-socio pic 9(6).
           03 lib-filial pic 99.
           03 lib-filial-contra pic 99.

       FD  listado.
       01  lis-reg pic x(100).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  pla-fileStatus pic xx.
       01  lib-fileStatus pic xx.
       01  ws-fecha pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-cuenta-interfilial pic 9(4) value 0.
       01  ws-importe pic s9(12)v99.
       01  ws-suma pic s9(12)v99.
       01  ws-filial pic 99.
       01  ws-contra pic 99.
       01  ws-saldo-ab pic s9(12)v99.
       01  ws-saldo-ba pic s9(12)v99.
       01  total-cooperativa pic s9(12)v99 value 0.
       01  total-sin-filial pic s9(12)v99 value 0.
       01  cant-sin-filial pic 9(5) value 0.
       01  cant-diferencias pic 9(5) value 0.
       01  flag-desborde pic 9 value 0.
       01  idx-tci pic 999.
       01  idx-par pic 999.
       01  idx-tfi pic 999.

      *    Saldo de la cuenta de relacion en los libros de cada filial
      *    contra cada otra filial: debe positivo, haber negativo.
       01  tabla-cuentas-inter.
           03 tci-item occurs 500 times.
               05 tci-filial pic 99.
               05 tci-contra pic 99.
               05 tci-saldo pic s9(12)v99.
               05 tci-dia pic s9(12)v99.
       01  cant-tci pic 999 value 0.

       01  tabla-filiales.
           03 tfi-item occurs 100 times.
               05 tfi-filial pic 99.
               05 tfi-saldo pic s9(12)v99.
       01  cant-tfi pic 999 value 0.

       01  lin-titulo.
           03 filler pic x(42) value
               "CONCILIACION DE CUENTAS INTERFILIALES AL ".
           03 l-fecha pic 9(8).
           03 filler pic x(10) value " - CUENTA ".
           03 l-cuenta pic 9(4).

       01  lin-encabezado.
           03 filler pic x(14) value "FILIALES".
           03 filler pic x(20) value "     SALDO EN LA 1RA".
           03 filler pic x(20) value "     SALDO EN LA 2DA".
           03 filler pic x(20) value "         DIFERENCIA".
           03 filler pic x(20) value "    MOVIMIENTO DIA".

       01  lin-par.
           03 filler pic x(2) value spaces.
           03 l-filial-a pic 99.
           03 filler pic x(3) value " - ".
           03 l-filial-b pic 99.
           03 filler pic x(5) value spaces.
           03 l-saldo-ab pic -zzz,zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-saldo-ba pic -zzz,zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-suma pic -zzz,zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-dia pic -zzz,zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-marca pic x(14).

       01  lin-filial.
           03 filler pic x(9) value "  FILIAL ".
           03 l-filial pic 99.
           03 filler pic x(23) value
               " POSICION INTERFILIAL $".
           03 l-saldo-filial pic -zzz,zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-sentido pic x(25).

       01  lin-total.
           03 filler pic x(2) value spaces.
           03 l-total-tit pic x(32).
           03 l-total pic -zzz,zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-total-marca pic x(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            IF ws-cuenta-interfilial = 0
               DISPLAY "El plan de cuentas no tiene cuenta de relacion "
                   "entre filiales (linea #F) - nada que conciliar"
            ELSE
               PERFORM 200-CARGAR-LIBRO
               IF flag-desborde = 1
                   DISPLAY "Demasiados pares de filiales para la "
                       "tabla - la conciliacion no se emite"
               ELSE
                   PERFORM 300-LISTAR
                   PERFORM 900-FIN
               END-IF
            END-IF.
            STOP RUN.

      *    Por defecto al ultimo dia de negocio cerrado.
           100-INICIO.
               DISPLAY "Conciliacion de cuentas interfiliales".
               DISPLAY "Fecha de corte (AAAAMMDD, 0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha.
               IF ws-fecha = 0
                   MOVE "V" TO ws-fn-accion
                   CALL "FECHA-NEGOCIO" USING ws-fn-accion,
                       ws-fecha, ws-fn-estado, ws-fn-ultimo,
                       ws-fn-resultado
                       ON EXCEPTION
                           MOVE "N" TO ws-fn-resultado
                   END-CALL
                   IF ws-fn-resultado = "N" OR ws-fecha = 0
                       MOVE FUNCTION CURRENT-DATE(1:8) TO ws-fecha
                   END-IF
               END-IF.
               OPEN INPUT PLAN-CUENTAS.
               IF pla-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PLAN-CUENTAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF rub-marca = "#" AND rub-tipo = "F"
                               MOVE rub-desde TO ws-cuenta-interfilial
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAN-CUENTAS
               END-IF.

      *    Solo las lineas de la cuenta de relacion hasta la fecha de
      *    corte. Las que no traen el par de filiales (asientos
      *    manuales o anteriores) se informan aparte.
           200-CARGAR-LIBRO.
               OPEN INPUT LIBRO-DIARIO.
               IF lib-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ LIBRO-DIARIO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF lib-cuenta = ws-cuenta-interfilial AND
                               lib-fecha <= ws-fecha
                               PERFORM 210-SUMAR-LINEA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LIBRO-DIARIO
               END-IF.

           210-SUMAR-LINEA.
               IF lib-dh = "D"
                   MOVE lib-importe TO ws-importe
               ELSE
                   COMPUTE ws-importe = 0 - lib-importe
               END-IF.
               ADD ws-importe TO total-cooperativa.
               IF lib-filial IS NOT NUMERIC OR
                   lib-filial-contra IS NOT NUMERIC OR
                   lib-filial = lib-filial-contra
                   ADD 1 TO cant-sin-filial
                   ADD ws-importe TO total-sin-filial
               ELSE
                   MOVE lib-filial TO ws-filial
                   MOVE lib-filial-contra TO ws-contra
                   PERFORM 220-BUSCAR-PAR
                   IF idx-tci <= cant-tci
                       ADD ws-importe TO tci-saldo(idx-tci)
                       IF lib-fecha = ws-fecha
                           ADD ws-importe TO tci-dia(idx-tci)
                       END-IF
                   END-IF
                   MOVE lib-filial TO ws-filial
                   PERFORM 230-SUMAR-FILIAL
               END-IF.

           220-BUSCAR-PAR.
               PERFORM VARYING idx-tci FROM 1 BY 1
                       UNTIL idx-tci > cant-tci
                   IF tci-filial(idx-tci) = ws-filial AND
                       tci-contra(idx-tci) = ws-contra
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tci > cant-tci
                   IF cant-tci < 500
                       ADD 1 TO cant-tci
                       MOVE cant-tci TO idx-tci
                       MOVE ws-filial TO tci-filial(idx-tci)
                       MOVE ws-contra TO tci-contra(idx-tci)
                       MOVE 0 TO tci-saldo(idx-tci)
                       MOVE 0 TO tci-dia(idx-tci)
                   ELSE
                       MOVE 1 TO flag-desborde
                   END-IF
               END-IF.

           230-SUMAR-FILIAL.
               PERFORM VARYING idx-tfi FROM 1 BY 1
                       UNTIL idx-tfi > cant-tfi
                   IF tfi-filial(idx-tfi) = ws-filial
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tfi > cant-tfi AND cant-tfi < 100
                   ADD 1 TO cant-tfi
                   MOVE cant-tfi TO idx-tfi
                   MOVE ws-filial TO tfi-filial(idx-tfi)
                   MOVE 0 TO tfi-saldo(idx-tfi)
               END-IF.
               IF idx-tfi <= cant-tfi
                   ADD ws-importe TO tfi-saldo(idx-tfi)
               END-IF.

      *    Cada par se lista una vez, desde la filial menor: lo que la
      *    1ra tiene contra la 2da mas lo que la 2da tiene contra la
      *    1ra tiene que dar cero.
           300-LISTAR.
               OPEN OUTPUT LISTADO.
               MOVE ws-fecha TO l-fecha.
               MOVE ws-cuenta-interfilial TO l-cuenta.
               WRITE lis-reg FROM lin-titulo.
               MOVE SPACES TO lis-reg.
               WRITE lis-reg.
               WRITE lis-reg FROM lin-encabezado.
               PERFORM VARYING idx-tci FROM 1 BY 1
                       UNTIL idx-tci > cant-tci
                   IF tci-filial(idx-tci) < tci-contra(idx-tci)
                       PERFORM 310-LISTAR-PAR
                   ELSE
                       PERFORM 320-BUSCAR-INVERSO
                       IF idx-par > cant-tci
                           PERFORM 310-LISTAR-PAR
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE SPACES TO lis-reg.
               WRITE lis-reg.
               MOVE "POSICION DE CADA FILIAL (+ A COBRAR / - A PAGAR)"
                   TO lis-reg.
               WRITE lis-reg.
               PERFORM VARYING idx-tfi FROM 1 BY 1
                       UNTIL idx-tfi > cant-tfi
                   MOVE tfi-filial(idx-tfi) TO l-filial
                   MOVE tfi-saldo(idx-tfi) TO l-saldo-filial
                   EVALUATE TRUE
                       WHEN tfi-saldo(idx-tfi) > 0
                           MOVE "A COBRAR DE OTRAS FILIAL."
                               TO l-sentido
                       WHEN tfi-saldo(idx-tfi) < 0
                           MOVE "A PAGAR A OTRAS FILIALES"
                               TO l-sentido
                       WHEN OTHER
                           MOVE SPACES TO l-sentido
                   END-EVALUATE
                   WRITE lis-reg FROM lin-filial
               END-PERFORM.
               MOVE SPACES TO lis-reg.
               WRITE lis-reg.
               IF cant-sin-filial > 0
                   MOVE "LINEAS SIN PAR DE FILIALES" TO l-total-tit
                   MOVE total-sin-filial TO l-total
                   MOVE "(ASIENTOS MANUALES O PREVIOS)" TO l-total-marca
                   WRITE lis-reg FROM lin-total
               END-IF.
               MOVE "TOTAL COOPERATIVA" TO l-total-tit.
               MOVE total-cooperativa TO l-total.
               IF total-cooperativa = 0
                   MOVE "CONCILIADO" TO l-total-marca
               ELSE
                   MOVE "*** NO NETEA A CERO ***" TO l-total-marca
               END-IF.
               WRITE lis-reg FROM lin-total.
               CLOSE LISTADO.

      *    Un par con saldo solo del lado de la filial mayor tambien
      *    se lista, con la menor en la 1ra columna.
           310-LISTAR-PAR.
               IF tci-filial(idx-tci) < tci-contra(idx-tci)
                   MOVE tci-filial(idx-tci) TO l-filial-a
                   MOVE tci-contra(idx-tci) TO l-filial-b
                   MOVE tci-saldo(idx-tci) TO ws-saldo-ab
                   MOVE tci-dia(idx-tci) TO l-dia
                   PERFORM 320-BUSCAR-INVERSO
                   IF idx-par <= cant-tci
                       MOVE tci-saldo(idx-par) TO ws-saldo-ba
                   ELSE
                       MOVE 0 TO ws-saldo-ba
                   END-IF
               ELSE
                   MOVE tci-contra(idx-tci) TO l-filial-a
                   MOVE tci-filial(idx-tci) TO l-filial-b
                   MOVE 0 TO ws-saldo-ab
                   MOVE tci-saldo(idx-tci) TO ws-saldo-ba
                   MOVE 0 TO l-dia
               END-IF.
               COMPUTE ws-suma = ws-saldo-ab + ws-saldo-ba.
               MOVE ws-saldo-ab TO l-saldo-ab.
               MOVE ws-saldo-ba TO l-saldo-ba.
               MOVE ws-suma TO l-suma.
               IF ws-suma = 0
                   MOVE SPACES TO l-marca
               ELSE
                   MOVE "*** DIFERENCIA" TO l-marca
                   ADD 1 TO cant-diferencias
               END-IF.
               WRITE lis-reg FROM lin-par.

           320-BUSCAR-INVERSO.
               PERFORM VARYING idx-par FROM 1 BY 1
                       UNTIL idx-par > cant-tci
                   IF tci-filial(idx-par) = tci-contra(idx-tci) AND
                       tci-contra(idx-par) = tci-filial(idx-tci)
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

           900-FIN.
               DISPLAY "Conciliacion en ..\conciliaInterfiliales.txt".
               IF cant-diferencias > 0 OR total-cooperativa NOT = 0
                   DISPLAY "*** ATENCION: ", cant-diferencias,
                       " pares de filiales no concilian ***"
               ELSE
                   DISPLAY "Las cuentas interfiliales netean a cero"
               END-IF.
       END PROGRAM CONCILIA-INTERFILIAL.
