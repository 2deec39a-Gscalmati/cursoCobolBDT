      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-GARANTIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS soc-cod.

           SELECT codeudores ASSIGN TO "..\codeudores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cod-fileStatus.

           SELECT cuotas-prestamo ASSIGN TO "..\cuotasPrestamo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cup-fileStatus.

           SELECT listado ASSIGN TO "..\garantiasSocios.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  codeudores.
       01  cod-reg.
           03 cod-prestamo pic 9(5).
           03 cod-orden pic 9.
           03 cod-socio pic 9(6).
           03 cod-titular pic 9(6).
           03 cod-fecha-alta pic 9(8).

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

       FD  listado.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  cod-fileStatus pic xx.
       01  cup-fileStatus pic xx.
       01  ws-fecha-hoy pic 9(8).
       01  cant-garantes pic 9(5) value 0.
       01  total-garantizado pic 9(10)v99 value 0.
       01  ws-expo-socio pic 9(9)v99.
       01  ws-cant-socio pic 999.
       01  ws-cap-prestamo pic 9(8)v99.

      *    Capital impago por prestamo (cuotas "P" y "M").
       01  tabla-pendiente.
           03 tpe-item occurs 1000 times.
               05 tpe-nro pic 9(5).
               05 tpe-capital pic 9(8)v99.
       01  cant-tpe pic 9(4) value 0.
       01  idx-tpe pic 9(4).

       01  tabla-codeudores.
           03 tco-item occurs 1000 times.
               05 tco-prestamo pic 9(5).
               05 tco-socio pic 9(6).
               05 tco-titular pic 9(6).
       01  cant-tco pic 9(4) value 0.
       01  idx-tco pic 9(4).
       01  flag-desborde pic 9 value 0.

       01  lin-titulo.
           03 filler pic x(38) value
               "EXPOSICION DE SOCIOS COMO CODEUDORES -".
           03 filler pic x(4) value " AL ".
           03 l-fecha pic 9(8).

       01  lin-socio.
           03 filler pic x(6) value "SOCIO ".
           03 l-soc-cod pic zzzzz9.
           03 filler pic x(3) value " - ".
           03 l-soc-nom pic x(20).
           03 filler pic x(8) value " Estado ".
           03 l-soc-estado pic x.

       01  lin-detalle.
           03 filler pic x(13) value "    PRESTAMO ".
           03 l-prestamo pic 9(5).
           03 filler pic x(10) value " TITULAR ".
           03 l-titular pic zzzzz9.
           03 filler pic x(20) value " CAPITAL IMPAGO $".
           03 l-capital pic zz,zzz,zz9.99.

       01  lin-subtotal.
           03 filler pic x(24) value "    TOTAL GARANTIZADO $".
           03 l-subtotal pic zzz,zzz,zz9.99.
           03 filler pic x(4) value " EN ".
           03 l-sub-cant pic zz9.
           03 filler pic x(10) value " PRESTAMOS".

       01  lin-total.
           03 filler pic x(20) value "TOTAL CODEUDORES: ".
           03 l-cant pic zz,zz9.
           03 filler pic x(4) value " $".
           03 l-total pic z,zzz,zzz,zz9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            IF flag-desborde = 1
               DISPLAY "codeudores.txt o cuotasPrestamo.txt excede "
                   "la capacidad de las tablas (1000) - el listado "
                   "no se emite para no informar de menos"
            ELSE
               PERFORM 200-LEER-SOCIO
               PERFORM UNTIL flag-fin = 0
                   PERFORM 300-INFORMAR-SOCIO
                   PERFORM 200-LEER-SOCIO
               END-PERFORM
               PERFORM 400-FIN
            END-IF.
            STOP RUN.

           100-INICIO.
               ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
               PERFORM 110-CARGAR-CODEUDORES.
               PERFORM 120-CARGAR-PENDIENTE.
               IF flag-desborde = 0
                   OPEN INPUT SOCIOS
                   OPEN OUTPUT LISTADO
                   MOVE ws-fecha-hoy TO l-fecha
                   WRITE lis-reg FROM lin-titulo
                   MOVE SPACES TO lis-reg
                   WRITE lis-reg
               END-IF.

           110-CARGAR-CODEUDORES.
               OPEN INPUT CODEUDORES.
               IF cod-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CODEUDORES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-tco < 1000
                               ADD 1 TO cant-tco
                               MOVE cod-prestamo
                                   TO tco-prestamo(cant-tco)
                               MOVE cod-socio TO tco-socio(cant-tco)
                               MOVE cod-titular
                                   TO tco-titular(cant-tco)
                           ELSE
                               MOVE 1 TO flag-desborde
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CODEUDORES
               END-IF.

      *    Solo interesan los prestamos garantizados: el resto no
      *    ocupa lugar en la tabla.
           120-CARGAR-PENDIENTE.
               OPEN INPUT CUOTAS-PRESTAMO.
               IF cup-fileStatus = "00" AND cant-tco > 0
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUOTAS-PRESTAMO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cup-estado = "P" OR cup-estado = "M"
                               PERFORM 130-ACUMULAR-CUOTA
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               IF cup-fileStatus = "00"
                   CLOSE CUOTAS-PRESTAMO
               END-IF.

           130-ACUMULAR-CUOTA.
               PERFORM VARYING idx-tco FROM 1 BY 1
                       UNTIL idx-tco > cant-tco
                   IF tco-prestamo(idx-tco) = cup-prestamo
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tco <= cant-tco
                   PERFORM VARYING idx-tpe FROM 1 BY 1
                           UNTIL idx-tpe > cant-tpe
                       IF tpe-nro(idx-tpe) = cup-prestamo
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF idx-tpe > cant-tpe
                       IF cant-tpe < 1000
                           ADD 1 TO cant-tpe
                           MOVE cup-prestamo TO tpe-nro(cant-tpe)
                           MOVE 0 TO tpe-capital(cant-tpe)
                       ELSE
                           MOVE 1 TO flag-desborde
                           MOVE 0 TO flag-fin
                       END-IF
                   END-IF
                   IF idx-tpe <= cant-tpe
                       ADD cup-capital TO tpe-capital(idx-tpe)
                   END-IF
               END-IF.

           200-LEER-SOCIO.
               READ SOCIOS
                   AT END MOVE 0 TO flag-fin
                   NOT AT END MOVE 1 TO flag-fin
               END-READ.

      *    Un prestamo cancelado o refinanciado ya no tiene cuotas
      *    impagas y no suma exposicion.
           300-INFORMAR-SOCIO.
               MOVE 0 TO ws-expo-socio.
               MOVE 0 TO ws-cant-socio.
               PERFORM VARYING idx-tco FROM 1 BY 1
                       UNTIL idx-tco > cant-tco
                   IF tco-socio(idx-tco) = soc-cod
                       PERFORM 310-CAPITAL-PRESTAMO
                       IF ws-cap-prestamo > 0
                           IF ws-cant-socio = 0
                               MOVE soc-cod TO l-soc-cod
                               MOVE soc-nom TO l-soc-nom
                               MOVE soc-estado TO l-soc-estado
                               WRITE lis-reg FROM lin-socio
                           END-IF
                           ADD 1 TO ws-cant-socio
                           ADD ws-cap-prestamo TO ws-expo-socio
                           MOVE tco-prestamo(idx-tco) TO l-prestamo
                           MOVE tco-titular(idx-tco) TO l-titular
                           MOVE ws-cap-prestamo TO l-capital
                           WRITE lis-reg FROM lin-detalle
                       END-IF
                   END-IF
               END-PERFORM.
               IF ws-cant-socio > 0
                   MOVE ws-expo-socio TO l-subtotal
                   MOVE ws-cant-socio TO l-sub-cant
                   WRITE lis-reg FROM lin-subtotal
                   MOVE SPACES TO lis-reg
                   WRITE lis-reg
                   ADD 1 TO cant-garantes
                   ADD ws-expo-socio TO total-garantizado
               END-IF.

           310-CAPITAL-PRESTAMO.
               MOVE 0 TO ws-cap-prestamo.
               PERFORM VARYING idx-tpe FROM 1 BY 1
                       UNTIL idx-tpe > cant-tpe
                   IF tpe-nro(idx-tpe) = tco-prestamo(idx-tco)
                       MOVE tpe-capital(idx-tpe) TO ws-cap-prestamo
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

           400-FIN.
               MOVE cant-garantes TO l-cant.
               MOVE total-garantizado TO l-total.
               WRITE lis-reg FROM lin-total.
               CLOSE SOCIOS.
               CLOSE LISTADO.
               DISPLAY "Reporte generado en ..\garantiasSocios.txt - ",
                   cant-garantes, " socios codeudores".
       END PROGRAM REPORTE-GARANTIAS.
