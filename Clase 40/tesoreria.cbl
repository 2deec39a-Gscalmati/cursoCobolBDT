           SELECT ticket ASSIGN TO "..\tesoreriaTicket.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT libro-diario ASSIGN TO "..\libroDiario.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lib-fileStatus.

           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod
               FILE STATUS IS soc-fileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  sesiones.
           03 ses-monto-ext pic 9(9)v99.
           03 ses-cant-com pic 9(5).
           03 ses-monto-com pic 9(9)v99.
           03 ses-fecha-negocio pic 9(8).

       FD  operadores.
       01  oper-reg.
           03 mov-concepto pic x(13).
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-dni-operante pic 9(8).
           03 mov-filial-oper pic 99.
           03 mov-filial-socio pic 99.

       FD  mov-historico.
       01  movh-reg.
       FD  ticket.
       01  tic-linea pic x(110).

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

       FD  socios.
       01  soc-reg.
           03 soc-cod pic 9(6).
           03 soc-nom pic x(20).
           03 soc-saldo pic s9(6)v99.
           03 soc-estado pic x.
               88 soc-activo value "A".
               88 soc-baja value "B".
           03 soc-dni pic 9(8).
           03 soc-domicilio.
               05 soc-calle pic x(20).
               05 soc-num pic 9(05).
               05 soc-piso pic 99.
               05 soc-depto pic xx.
           03 soc-telefono pic x(15).
           03 soc-fecha-alta pic 9(8).
           03 soc-limite-descubierto pic 9(6)v99.
           03 soc-fecha-rojo pic 9(8).
           03 soc-fusionado-con pic 9(6).
           03 soc-categoria pic x.
           03 soc-cuit pic 9(11).
           03 soc-filial pic 99.

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  ses-fileStatus pic xx.
       01  oper-fileStatus pic xx.
       01  mov-fileStatus pic xx.
       01  movh-fileStatus pic xx.
       01  lib-fileStatus pic xx.
       01  soc-fileStatus pic xx.
       01  flag-socios pic 9 value 0.
       01  flag-historico pic 9 value 0.
       01  flag-lib-inter pic 9 value 0.
       01  ws-filial-oper pic 99.
       01  ws-filial-socio pic 99.
       01  ws-dif-inter pic s9(10)v99.
       01  cant-dif-inter pic 9(4) value 0.
       01  ws-fecha pic 9(8).
       01  ws-ses-dia pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-dif-dep pic s9(10)v99.
       01  ws-dif-ext pic s9(10)v99.
       01  idx-op pic 99.
           03 tfi-item occurs 100 times.
               05 tfi-dep pic 9(10)v99.
               05 tfi-ext pic 9(10)v99.
               05 tfi-inter-caja pic s9(10)v99.
               05 tfi-inter-libro pic s9(10)v99.
       01  tot-dep pic 9(12)v99 value 0.
       01  tot-ext pic 9(12)v99 value 0.
       01  tot-com pic 9(12)v99 value 0.
           03 filler pic x(8) value " NETO $".
           03 l-fi-neto pic -zzz,zzz,zz9.99.

      *    Positivo: la filial recibio caja de socios de otras
      *    filiales y se las debe; negativo, otras filiales la deben.
       01  lin-interfilial.
           03 filler pic x(9) value "  FILIAL ".
           03 l-if-nro pic 99.
           03 filler pic x(18) value " POR OTRAS FIL. $".
           03 l-if-caja pic -zzz,zzz,zz9.99.
           03 filler pic x(12) value " ASENTADO $".
           03 l-if-libro pic -zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-if-marca pic x(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Consolidacion de tesoreria".
            DISPLAY "Dia a consolidar (AAAAMMDD, 0 = ultimo dia "
                "cerrado):".
            ACCEPT ws-fecha.
            PERFORM 050-VALIDAR-FECHA-PROCESO.
            PERFORM 100-CARGAR-FILIALES-OPER.
            PERFORM 200-LEER-SESIONES.
            IF cant-sesiones = 0
                DISPLAY "Sin sesiones registradas ese dia"
            ELSE
                PERFORM 300-CRUZAR-MOVIMIENTOS
                PERFORM 400-LEER-INTERFILIALES
                PERFORM 500-TICKET
            END-IF.
            STOP RUN.

      *    La fecha de proceso es el ultimo dia de negocio cerrado:
      *    no se corre sobre un dia abierto ni sobre uno que ya tuvo
      *    otro cierre encima. Sin fechaNegocio.txt se conserva el
      *    comportamiento de siempre (0 = fecha del sistema).
           050-VALIDAR-FECHA-PROCESO.
               MOVE "V" TO ws-fn-accion.
               CALL "FECHA-NEGOCIO" USING ws-fn-accion, ws-fecha,
                   ws-fn-estado, ws-fn-ultimo, ws-fn-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-fn-resultado
               END-CALL.
               EVALUATE ws-fn-resultado
                   WHEN "N"
                       IF ws-fecha = 0
                           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-fecha
                       END-IF
                   WHEN "A"
                       DISPLAY "El dia ", ws-fecha, " no esta cerrado "
                           "(ultimo cierre ", ws-fn-ultimo,
                           ") - corrida cancelada"
                       STOP RUN
                   WHEN "R"
                       DISPLAY "El dia ", ws-fecha, " ya tuvo otro "
                           "cierre despues (ultimo cierre ",
                           ws-fn-ultimo, ") - corrida cancelada"
                       STOP RUN
               END-EVALUATE.

           100-CARGAR-FILIALES-OPER.
               OPEN INPUT OPERADORES.
               IF oper-fileStatus = "00"
                       READ SESIONES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF ses-fecha-negocio IS NUMERIC AND
                               ses-fecha-negocio > 0
                               MOVE ses-fecha-negocio TO ws-ses-dia
                           ELSE
                               MOVE ses-inicio(1:8) TO ws-ses-dia
                           END-IF
                           IF ws-ses-dia = ws-fecha AND
                               ses-fin NOT = SPACES
                               ADD 1 TO cant-sesiones
                               PERFORM 250-ACUMULAR-SESION
                           END-IF
      *    operador que lo asento; el sobrante/faltante por operador
      *    es sesion declarada menos movimientos reales.
           300-CRUZAR-MOVIMIENTOS.
               OPEN INPUT SOCIOS.
               IF soc-fileStatus = "00"
                   MOVE 1 TO flag-socios
               END-IF.
               MOVE 0 TO flag-historico.
               OPEN INPUT MOVIMIENTOS.
               IF mov-fileStatus = "00"
                   MOVE 1 TO flag-fin
                       READ MOV-HISTORICO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           MOVE 1 TO flag-historico
                           MOVE movh-socio TO mov-socio
                           MOVE movh-fecha-hora TO mov-fecha-hora
                           MOVE movh-operador TO mov-operador
                           MOVE movh-concepto TO mov-concepto
                   END-PERFORM
                   CLOSE MOV-HISTORICO
               END-IF.
               IF flag-socios = 1
                   CLOSE SOCIOS
               END-IF.

           350-ACUMULAR-MOV.
               IF mov-fecha-hora(1:8) NOT = ws-fecha
                           SUBTRACT mov-importe
                               FROM top-ext-mov(idx-op)
                       END-IF
                       IF mov-importe > 0 OR
                           (mov-importe < 0 AND
                            mov-concepto(1:4) NOT = "COM-")
                           PERFORM 360-CAJA-INTERFILIAL
                       END-IF
                   END-IF
               END-IF.

      *    Caja movida en una filial por socios de otra: lo que entra
      *    se le debe a la filial del socio y lo que sale se le cobra.
      *    Los movimientos ya pasados al historico no traen las
      *    filiales y se toman del operador y del socio.
           360-CAJA-INTERFILIAL.
               IF flag-historico = 0 AND
                   mov-filial-oper IS NUMERIC AND
                   mov-filial-socio IS NUMERIC
                   MOVE mov-filial-oper TO ws-filial-oper
                   MOVE mov-filial-socio TO ws-filial-socio
               ELSE
                   MOVE top-filial(idx-op) TO ws-filial-oper
                   MOVE ws-filial-oper TO ws-filial-socio
                   IF mov-socio > 0 AND flag-socios = 1
                       MOVE mov-socio TO soc-cod
                       READ SOCIOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE soc-filial TO ws-filial-socio
                       END-READ
                   END-IF
               END-IF.
               IF ws-filial-oper NOT = ws-filial-socio
                   COMPUTE idx-fil = ws-filial-oper + 1
                   ADD mov-importe TO tfi-inter-caja(idx-fil)
                   COMPUTE idx-fil = ws-filial-socio + 1
                   SUBTRACT mov-importe FROM tfi-inter-caja(idx-fil)
               END-IF.

      *    Asientos interfiliales del dia que genero CONTABILIZA, en
      *    los libros de cada filial: haber es deuda con otra filial.
           400-LEER-INTERFILIALES.
               OPEN INPUT LIBRO-DIARIO.
               IF lib-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ LIBRO-DIARIO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF lib-fecha = ws-fecha AND
                               lib-concepto = "INTERFILIAL" AND
                               lib-filial IS NUMERIC
                               MOVE 1 TO flag-lib-inter
                               COMPUTE idx-fil = lib-filial + 1
                               IF lib-dh = "H"
                                   ADD lib-importe
                                       TO tfi-inter-libro(idx-fil)
                               ELSE
                                   SUBTRACT lib-importe
                                       FROM tfi-inter-libro(idx-fil)
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LIBRO-DIARIO
               END-IF.

           500-TICKET.
               OPEN OUTPUT TICKET.
               END-PERFORM.
               MOVE SPACES TO tic-linea.
               WRITE tic-linea.
               PERFORM 520-INTERFILIALES.
               COMPUTE tot-neto = tot-dep - tot-ext.
               MOVE SPACES TO tic-linea.
               STRING "TOTAL DEPOSITOS $"   DELIMITED BY SIZE
               CLOSE TICKET.
               DISPLAY "Sesiones consolidadas: ", cant-sesiones,
                   " - desvios detectados: ", cant-desvios.
               IF cant-dif-inter > 0
                   DISPLAY "*** ATENCION: ", cant-dif-inter,
                       " filiales con caja interfilial que no "
                       "coincide con el libro diario ***"
               END-IF.
               DISPLAY "Ticket en ..\tesoreriaTicket.txt".

           510-LINEA-OPERADOR.
                   MOVE ws-dif-ext TO l-dv-ext
                   WRITE tic-linea FROM lin-desvio
               END-IF.

      *    La caja por cuenta de otras filiales tiene que coincidir
      *    con los asientos interfiliales del dia en el libro diario.
           520-INTERFILIALES.
               MOVE "INTERFILIALES DEL DIA (+ SE DEBE A OTRAS FILIALES)"
                   TO tic-linea.
               WRITE tic-linea.
               PERFORM VARYING idx-fil FROM 1 BY 1
                       UNTIL idx-fil > 100
                   IF tfi-inter-caja(idx-fil) NOT = 0 OR
                       tfi-inter-libro(idx-fil) NOT = 0
                       COMPUTE ws-fil-nro = idx-fil - 1
                       MOVE ws-fil-nro TO l-if-nro
                       MOVE tfi-inter-caja(idx-fil) TO l-if-caja
                       MOVE tfi-inter-libro(idx-fil) TO l-if-libro
                       COMPUTE ws-dif-inter = tfi-inter-caja(idx-fil)
                           - tfi-inter-libro(idx-fil)
                       IF flag-lib-inter = 0
                           MOVE "SIN CONTABILIZAR" TO l-if-marca
                       ELSE
                           IF ws-dif-inter NOT = 0
                               MOVE "*** NO COINCIDE" TO l-if-marca
                               ADD 1 TO cant-dif-inter
                           ELSE
                               MOVE SPACES TO l-if-marca
                           END-IF
                       END-IF
                       WRITE tic-linea FROM lin-interfilial
                   END-IF
               END-PERFORM.
               MOVE SPACES TO tic-linea.
               WRITE tic-linea.
       END PROGRAM TESORERIA.
