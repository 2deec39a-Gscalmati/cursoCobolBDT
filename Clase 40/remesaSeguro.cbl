      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESA-SEGURO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT primas-seguro ASSIGN TO ws-nombre-primas
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pri-fileStatus.

           SELECT reclamos-seguro ASSIGN TO "..\reclamosSeguro.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rcl-fileStatus.

           SELECT listado ASSIGN TO ws-nombre-listado
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  primas-seguro.
       01  pri-reg.
           03 pri-periodo pic 9(6).
           03 pri-fecha pic 9(8).
           03 pri-prestamo pic 9(5).
           03 pri-cuota pic 99.
           03 pri-socio pic 9(6).
           03 pri-pagador pic 9(6).
           03 pri-capital pic 9(8)v99.
           03 pri-tasa pic 99v9999.
           03 pri-prima pic 9(6)v99.

       FD  reclamos-seguro.
       01  rcl-reg.
           03 rcl-prestamo pic 9(5).
           03 rcl-socio pic 9(6).
           03 rcl-expediente pic x(12).
           03 rcl-fecha-fallecimiento pic 9(8).
           03 rcl-fecha-denuncia pic 9(8).
           03 rcl-cuotas-impagas pic 99.
           03 rcl-capital pic 9(8)v99.
           03 rcl-interes pic 9(8)v99.
           03 rcl-saldo-total pic 9(8)v99.
           03 rcl-estado pic x.

       FD  listado.
       01  lis-reg pic x(90).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  pri-fileStatus pic xx.
       01  rcl-fileStatus pic xx.
       01  ws-periodo pic 9(6).
       01  ws-nombre-primas pic x(40).
       01  ws-nombre-listado pic x(40).
       01  cant-primas pic 9(5) value 0.
       01  total-primas pic 9(9)v99 value 0.
       01  total-capital pic 9(11)v99 value 0.
       01  cant-siniestros pic 9(5) value 0.
       01  total-siniestros pic 9(11)v99 value 0.

       01  lin-titulo.
           03 filler pic x(45) value
               "REMESA DE PRIMAS - SEGURO DE SALDO DEUDOR -".
           03 filler pic x(9) value " PERIODO ".
           03 l-periodo pic 9(6).

       01  lin-encabezado.
           03 filler pic x(45) value
               "PRESTAMO CUOTA SOCIO   PAGADOR   CAPITAL BASE".
           03 filler pic x(25) value
               "     TASA %        PRIMA".

       01  lin-detalle.
           03 l-prestamo pic 9(5).
           03 filler pic x(5) value spaces.
           03 l-cuota pic z9.
           03 filler pic x value space.
           03 l-socio pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-pagador pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-capital pic zz,zzz,zz9.99.
           03 filler pic x(2) value spaces.
           03 l-tasa pic z9.9999.
           03 filler pic x(2) value spaces.
           03 l-prima pic zzz,zz9.99.

       01  lin-total.
           03 filler pic x(16) value "TOTAL A REMESAR ".
           03 l-cant pic zz,zz9.
           03 filler pic x(21) value " primas - capital $".
           03 l-total-capital pic zzz,zzz,zzz,zz9.99.
           03 filler pic x(10) value " - prima $".
           03 l-total-prima pic zzz,zzz,zz9.99.

       01  lin-sin-titulo.
           03 filler pic x(45) value
               "SINIESTROS DENUNCIADOS EN EL PERIODO".

       01  lin-sin-detalle.
           03 filler pic x(9) value "PRESTAMO ".
           03 l-sin-prestamo pic 9(5).
           03 filler pic x(7) value " SOCIO ".
           03 l-sin-socio pic zzzzz9.
           03 filler pic x(11) value " FALLECIO ".
           03 l-sin-fecha pic 9(8).
           03 filler pic x(5) value " EXP ".
           03 l-sin-expediente pic x(12).
           03 filler pic x(8) value " SALDO $".
           03 l-sin-saldo pic zz,zzz,zz9.99.

       01  lin-sin-total.
           03 filler pic x(20) value "TOTAL SINIESTROS: ".
           03 l-sin-cant pic zz,zz9.
           03 filler pic x(4) value " $".
           03 l-sin-total pic zzz,zzz,zzz,zz9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            IF pri-fileStatus NOT = "00"
               DISPLAY "No hay primas cobradas para el periodo ",
                   ws-periodo
            ELSE
               PERFORM 200-LISTAR-PRIMAS
               PERFORM 300-LISTAR-SINIESTROS
               PERFORM 400-FIN
            END-IF.
            STOP RUN.

           100-INICIO.
               DISPLAY "Remesa mensual a la aseguradora".
               DISPLAY "Periodo AAAAMM (0 = mes en curso):".
               ACCEPT ws-periodo.
               IF ws-periodo = 0
                   MOVE FUNCTION CURRENT-DATE(1:6) TO ws-periodo
               END-IF.
               MOVE SPACES TO ws-nombre-primas.
               STRING "..\primasSeguro" DELIMITED BY SIZE
                      ws-periodo        DELIMITED BY SIZE
                      ".txt"            DELIMITED BY SIZE
                      INTO ws-nombre-primas.
               MOVE SPACES TO ws-nombre-listado.
               STRING "..\remesaSeguro" DELIMITED BY SIZE
                      ws-periodo        DELIMITED BY SIZE
                      ".txt"            DELIMITED BY SIZE
                      INTO ws-nombre-listado.
               OPEN INPUT PRIMAS-SEGURO.
               IF pri-fileStatus = "00"
                   OPEN OUTPUT LISTADO
                   MOVE ws-periodo TO l-periodo
                   WRITE lis-reg FROM lin-titulo
                   MOVE SPACES TO lis-reg
                   WRITE lis-reg
                   WRITE lis-reg FROM lin-encabezado
               END-IF.

           200-LISTAR-PRIMAS.
               MOVE 1 TO flag-fin.
               PERFORM UNTIL flag-fin = 0
                   READ PRIMAS-SEGURO AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       MOVE pri-prestamo TO l-prestamo
                       MOVE pri-cuota TO l-cuota
                       MOVE pri-socio TO l-socio
                       MOVE pri-pagador TO l-pagador
                       MOVE pri-capital TO l-capital
                       MOVE pri-tasa TO l-tasa
                       MOVE pri-prima TO l-prima
                       WRITE lis-reg FROM lin-detalle
                       ADD 1 TO cant-primas
                       ADD pri-capital TO total-capital
                       ADD pri-prima TO total-primas
                   END-READ
               END-PERFORM.
               CLOSE PRIMAS-SEGURO.
               MOVE SPACES TO lis-reg.
               WRITE lis-reg.
               MOVE cant-primas TO l-cant.
               MOVE total-capital TO l-total-capital.
               MOVE total-primas TO l-total-prima.
               WRITE lis-reg FROM lin-total.

      *    La aseguradora recibe con la remesa los siniestros que
      *    se le denunciaron en el mismo periodo.
           300-LISTAR-SINIESTROS.
               MOVE SPACES TO lis-reg.
               WRITE lis-reg.
               WRITE lis-reg FROM lin-sin-titulo.
               OPEN INPUT RECLAMOS-SEGURO.
               IF rcl-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ RECLAMOS-SEGURO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF rcl-fecha-denuncia(1:6) = ws-periodo
                               MOVE rcl-prestamo TO l-sin-prestamo
                               MOVE rcl-socio TO l-sin-socio
                               MOVE rcl-fecha-fallecimiento
                                   TO l-sin-fecha
                               MOVE rcl-expediente TO l-sin-expediente
                               MOVE rcl-saldo-total TO l-sin-saldo
                               WRITE lis-reg FROM lin-sin-detalle
                               ADD 1 TO cant-siniestros
                               ADD rcl-saldo-total TO total-siniestros
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RECLAMOS-SEGURO
               END-IF.
               MOVE cant-siniestros TO l-sin-cant.
               MOVE total-siniestros TO l-sin-total.
               WRITE lis-reg FROM lin-sin-total.

           400-FIN.
               CLOSE LISTADO.
               DISPLAY "Remesa generada en ",
                   FUNCTION TRIM(ws-nombre-listado), " - ",
                   cant-primas, " primas por $", total-primas.
       END PROGRAM REMESA-SEGURO.
