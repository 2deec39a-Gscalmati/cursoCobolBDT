               FILE STATUS IS aju-fileStatus.
           SELECT DIFERENCIAS ASSIGN TO "..\diferenciasConteo.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT CICLICO ASSIGN TO "..\conteoCiclico.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cic-fileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  EXISTENCIAS.
           03 aju-cantidad         pic s9(5).
           03 aju-motivo           pic x(3).
           03 aju-operador         pic x(10).
           03 aju-lote             pic x(10).
       FD  DIFERENCIAS.
       01  dif-linea pic x(80).
      *    Conteos ciclicos cargados por conteoCiclico: los "P" con
      *    diferencia pasan por la misma aprobacion de ajustes.
       FD  CICLICO.
       01  cic-reg.
           03 cic-fecha            pic 9(8).
           03 cic-deposito         pic 99.
           03 cic-cod              pic 999.
           03 cic-clase            pic X.
           03 cic-libro            pic s9(5).
           03 cic-contado          pic 9(5).
           03 cic-estado           pic X.

       WORKING-STORAGE SECTION.
       77  exi-fileStatus          pic XX.
       77  sna-fileStatus          pic XX.
       77  cte-fileStatus          pic XX.
       77  aju-fileStatus          pic XX.
       77  cic-fileStatus          pic XX.
       77  flagLeido               pic X.
       01  opc-menu pic 9.
       01  w-fecha-hoy pic 9(8).
       01  w-motivo pic x(3).
       01  resp pic x.
       01  d pic 99.
       01  cod pic 9(4).
       01  i pic 9(4).
       01  cant-copiados pic 9(4) value 0.
       01  cant-diferencias pic 9(4) value 0.
       01  cant-ajustados pic 9(4) value 0.
       01  w-ajustados-antes pic 9(4).
       01  cant-cic pic 9(4) value 0.
       01  tabla-ciclico.
           03 tci-item OCCURS 5000 TIMES.
               05 tci-reg          pic x(25).

       01  vec-libro.
           03 lib-dep OCCURS 5 TIMES.
               DISPLAY "2 - Cargar cantidades contadas"
               DISPLAY "3 - Reporte de diferencias"
               DISPLAY "4 - Aplicar ajustes aprobados"
               DISPLAY "5 - Aplicar ajustes de conteos ciclicos"
               DISPLAY "0 - Salir"
               ACCEPT opc-menu
               EVALUATE opc-menu
                       PERFORM 300-REPORTE-DIFERENCIAS
                   WHEN 4
                       PERFORM 400-APLICAR-AJUSTES
                   WHEN 5
                       PERFORM 500-APLICAR-CICLICOS
               END-EVALUATE
           END-PERFORM.
           GOBACK.
                           STRING "DEPOSITO " DELIMITED BY SIZE
                                  d           DELIMITED BY SIZE
                                  " ARTICULO " DELIMITED BY SIZE
                                  cod(2:3)    DELIMITED BY SIZE
                                  " LIBRO "   DELIMITED BY SIZE
                                  lib-onhand(d, cod)
                                              DELIMITED BY SIZE
               MOVE w-diferencia TO aju-cantidad
               MOVE w-motivo TO aju-motivo
               MOVE w-operador TO aju-operador
               MOVE SPACES TO aju-lote
               WRITE aju-reg
               CLOSE AJUSTES
               ADD w-diferencia TO exi-onhand(d, cod)
               END-PERFORM
           END-PERFORM.
           CLOSE EXISTENCIAS.
      *
      *    Cada conteo ciclico pendiente se mide contra el libro que
      *    tenia el articulo al contarlo y se aprueba como cualquier
      *    otro ajuste; queda "A" si se aplico y "N" si no.
       500-APLICAR-CICLICOS.
           MOVE 0 TO cant-cic.
           OPEN INPUT CICLICO.
           IF cic-fileStatus NOT = "00"
               DISPLAY "No hay conteos ciclicos cargados"
           ELSE
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ CICLICO AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF cant-cic < 5000
                           ADD 1 TO cant-cic
                           MOVE cic-reg TO tci-reg(cant-cic)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CICLICO
           END-IF.
           IF cant-cic > 0
               PERFORM 450-CARGAR-EXISTENCIAS-VIVAS
               MOVE 0 TO cant-ajustados
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-cic
                   MOVE tci-reg(i) TO cic-reg
                   IF cic-estado = "P"
                       PERFORM 510-AJUSTE-CICLICO
                       MOVE cic-reg TO tci-reg(i)
                   END-IF
               END-PERFORM
               OPEN OUTPUT CICLICO
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > cant-cic
                   MOVE tci-reg(i) TO cic-reg
                   WRITE cic-reg
               END-PERFORM
               CLOSE CICLICO
               IF cant-ajustados > 0
                   PERFORM 480-REGRABAR-EXISTENCIAS
               END-IF
               DISPLAY "Ajustes ciclicos aplicados: ", cant-ajustados
           END-IF.
      *
       510-AJUSTE-CICLICO.
           MOVE "N" TO cic-estado.
           IF cic-deposito >= 1 AND cic-deposito <= 5 AND
               cic-cod >= 1
               MOVE cic-deposito TO d
               MOVE cic-cod TO cod
               MOVE cic-libro TO lib-onhand(d, cod)
               MOVE cic-contado TO con-cant(d, cod)
               COMPUTE w-diferencia = cic-contado - cic-libro
               IF w-diferencia NOT = 0
                   MOVE cant-ajustados TO w-ajustados-antes
                   PERFORM 460-APROBAR-AJUSTE
                   IF cant-ajustados > w-ajustados-antes
                       MOVE "A" TO cic-estado
                   END-IF
               END-IF
           END-IF.
       END PROGRAM CONTEO-STOCK.
