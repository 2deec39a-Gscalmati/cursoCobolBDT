           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT vinculos ASSIGN TO "..\vinculosOperadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS vop-fileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  operadores.
       FD  auditoria.
       01  aud-reg pic x(180).

      *    Datos personales del operador (P) y de sus familiares
      *    declarados (F), para controlar que no opere sus propias
      *    cuentas ni las de su familia.
       FD  vinculos.
       01  vop-reg.
           03 vop-operador pic x(10).
           03 vop-tipo pic x.
               88 vop-propio value "P".
               88 vop-familiar value "F".
           03 vop-dni pic 9(8).
           03 vop-nombre pic x(20).
           03 vop-calle pic x(20).
           03 vop-num pic 9(05).
           03 vop-piso pic 99.
           03 vop-depto pic xx.

       WORKING-STORAGE SECTION.
       01  oper-fileStatus pic xx.
       01  flag-fin pic 9.
       01  ws-lock-resultado pic x.
       01  ws-lock-titular pic x(40).
       01  resp-liberar pic x.
       01  vop-fileStatus pic xx.
       01  opc-vinculo pic 9.
       01  ing-dni pic 9(8).
       01  cant-vinc-oper pic 99.

       01  tabla-vinculos.
           03 tvo-item occurs 300 times.
               05 tvo-operador pic x(10).
               05 tvo-tipo pic x.
               05 tvo-dni pic 9(8).
               05 tvo-nombre pic x(20).
               05 tvo-calle pic x(20).
               05 tvo-num pic 9(05).
               05 tvo-piso pic 99.
               05 tvo-depto pic xx.
       01  cant-vinculos pic 9(3) value 0.
       01  idx-vin pic 9(3).
       01  idx-vin-dest pic 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   DISPLAY "4 - Listar operadores"
                   DISPLAY "5 - Liberar lock de socios.dat (corrida "
                       "caida)"
                   DISPLAY "6 - Datos personales y familiares del "
                       "operador"
                   DISPLAY "0 - Salir"
                   ACCEPT opc-menu
                   EVALUATE opc-menu
                           PERFORM 600-LISTAR
                       WHEN 5
                           PERFORM 650-LIBERAR-LOCK
                       WHEN 6
                           PERFORM 800-VINCULOS-OPERADOR
                   END-EVALUATE
               END-PERFORM
            END-IF.
               END-CALL.
               WRITE aud-reg.
               CLOSE AUDITORIA.

      *    DNI y domicilio propios del operador, y DNI de los
      *    familiares que declara. El control semanal de operadores
      *    los cruza contra las cuentas que cada uno opera.
           800-VINCULOS-OPERADOR.
               DISPLAY "Identificador del operador:".
               ACCEPT ing-id.
               PERFORM 250-BUSCAR-OPERADOR.
               IF idx-hallado = 0
                   DISPLAY "Operador inexistente"
               ELSE
                   PERFORM 810-CARGAR-VINCULOS
                   MOVE 9 TO opc-vinculo
                   PERFORM UNTIL opc-vinculo = 0
                       PERFORM 820-LISTAR-VINCULOS
                       DISPLAY "1 - Cargar datos propios (DNI y "
                           "domicilio)"
                       DISPLAY "2 - Agregar familiar"
                       DISPLAY "3 - Quitar un familiar"
                       DISPLAY "0 - Volver"
                       ACCEPT opc-vinculo
                       EVALUATE opc-vinculo
                           WHEN 1
                               PERFORM 830-DATOS-PROPIOS
                           WHEN 2
                               PERFORM 840-AGREGAR-FAMILIAR
                           WHEN 3
                               PERFORM 850-QUITAR-FAMILIAR
                       END-EVALUATE
                   END-PERFORM
               END-IF.

           810-CARGAR-VINCULOS.
               MOVE 0 TO cant-vinculos.
               OPEN INPUT VINCULOS.
               IF vop-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ VINCULOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-vinculos < 300
                               ADD 1 TO cant-vinculos
                               MOVE vop-operador
                                   TO tvo-operador(cant-vinculos)
                               MOVE vop-tipo TO tvo-tipo(cant-vinculos)
                               MOVE vop-dni TO tvo-dni(cant-vinculos)
                               MOVE vop-nombre
                                   TO tvo-nombre(cant-vinculos)
                               MOVE vop-calle
                                   TO tvo-calle(cant-vinculos)
                               MOVE vop-num TO tvo-num(cant-vinculos)
                               MOVE vop-piso TO tvo-piso(cant-vinculos)
                               MOVE vop-depto
                                   TO tvo-depto(cant-vinculos)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VINCULOS
               END-IF.

           815-REGRABAR-VINCULOS.
               OPEN OUTPUT VINCULOS.
               PERFORM VARYING idx-vin FROM 1 BY 1
                       UNTIL idx-vin > cant-vinculos
                   MOVE tvo-operador(idx-vin) TO vop-operador
                   MOVE tvo-tipo(idx-vin) TO vop-tipo
                   MOVE tvo-dni(idx-vin) TO vop-dni
                   MOVE tvo-nombre(idx-vin) TO vop-nombre
                   MOVE tvo-calle(idx-vin) TO vop-calle
                   MOVE tvo-num(idx-vin) TO vop-num
                   MOVE tvo-piso(idx-vin) TO vop-piso
                   MOVE tvo-depto(idx-vin) TO vop-depto
                   WRITE vop-reg
               END-PERFORM.
               CLOSE VINCULOS.

           820-LISTAR-VINCULOS.
               MOVE 0 TO cant-vinc-oper.
               DISPLAY "Datos registrados de ", FUNCTION TRIM(ing-id),
                   ":".
               PERFORM VARYING idx-vin FROM 1 BY 1
                       UNTIL idx-vin > cant-vinculos
                   IF tvo-operador(idx-vin) = ing-id
                       ADD 1 TO cant-vinc-oper
                       IF tvo-tipo(idx-vin) = "P"
                           DISPLAY "  PROPIO   DNI ", tvo-dni(idx-vin),
                               " ", FUNCTION TRIM(tvo-calle(idx-vin)),
                               " ", tvo-num(idx-vin), " piso ",
                               tvo-piso(idx-vin), " depto ",
                               tvo-depto(idx-vin)
                       ELSE
                           DISPLAY "  FAMILIAR DNI ", tvo-dni(idx-vin),
                               " ", tvo-nombre(idx-vin)
                       END-IF
                   END-IF
               END-PERFORM.
               IF cant-vinc-oper = 0
                   DISPLAY "  (sin datos cargados)"
               END-IF.

      *    Los datos propios son uno solo por operador: si ya
      *    estaban se reemplazan.
           830-DATOS-PROPIOS.
               MOVE 0 TO idx-vin-dest.
               PERFORM VARYING idx-vin FROM 1 BY 1
                       UNTIL idx-vin > cant-vinculos
                   IF tvo-operador(idx-vin) = ing-id AND
                       tvo-tipo(idx-vin) = "P"
                       MOVE idx-vin TO idx-vin-dest
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-vin-dest = 0 AND cant-vinculos >= 300
                   DISPLAY "Tabla de vinculos llena"
               ELSE
                   IF idx-vin-dest = 0
                       ADD 1 TO cant-vinculos
                       MOVE cant-vinculos TO idx-vin-dest
                   END-IF
                   MOVE ing-id TO tvo-operador(idx-vin-dest)
                   MOVE "P" TO tvo-tipo(idx-vin-dest)
                   DISPLAY "DNI del operador:"
                   ACCEPT tvo-dni(idx-vin-dest)
                   MOVE ing-id TO tvo-nombre(idx-vin-dest)
                   DISPLAY "Calle:"
                   ACCEPT tvo-calle(idx-vin-dest)
                   DISPLAY "Numero:"
                   ACCEPT tvo-num(idx-vin-dest)
                   DISPLAY "Piso (0 = sin piso):"
                   ACCEPT tvo-piso(idx-vin-dest)
                   DISPLAY "Depto:"
                   ACCEPT tvo-depto(idx-vin-dest)
                   PERFORM 815-REGRABAR-VINCULOS
                   MOVE "OPER-DATOS" TO aud-operacion
                   MOVE ing-id TO aud-detalle
                   PERFORM 700-GRABAR-AUDITORIA
                   DISPLAY "Datos del operador registrados"
               END-IF.

           840-AGREGAR-FAMILIAR.
               IF cant-vinculos >= 300
                   DISPLAY "Tabla de vinculos llena"
               ELSE
                   ADD 1 TO cant-vinculos
                   MOVE ing-id TO tvo-operador(cant-vinculos)
                   MOVE "F" TO tvo-tipo(cant-vinculos)
                   DISPLAY "DNI del familiar:"
                   ACCEPT tvo-dni(cant-vinculos)
                   DISPLAY "Nombre y vinculo del familiar:"
                   ACCEPT tvo-nombre(cant-vinculos)
                   MOVE SPACES TO tvo-calle(cant-vinculos)
                   MOVE 0 TO tvo-num(cant-vinculos)
                   MOVE 0 TO tvo-piso(cant-vinculos)
                   MOVE SPACES TO tvo-depto(cant-vinculos)
                   PERFORM 815-REGRABAR-VINCULOS
                   MOVE "OPER-FAMILIAR" TO aud-operacion
                   MOVE SPACES TO aud-detalle
                   STRING FUNCTION TRIM(ing-id) DELIMITED BY SIZE
                          " "                   DELIMITED BY SIZE
                          tvo-dni(cant-vinculos) DELIMITED BY SIZE
                          INTO aud-detalle
                   PERFORM 700-GRABAR-AUDITORIA
                   DISPLAY "Familiar registrado"
               END-IF.

           850-QUITAR-FAMILIAR.
               DISPLAY "DNI del familiar a quitar:".
               ACCEPT ing-dni.
               MOVE 0 TO idx-vin-dest.
               PERFORM VARYING idx-vin FROM 1 BY 1
                       UNTIL idx-vin > cant-vinculos
                   IF tvo-operador(idx-vin) = ing-id AND
                       tvo-tipo(idx-vin) = "F" AND
                       tvo-dni(idx-vin) = ing-dni
                       MOVE idx-vin TO idx-vin-dest
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-vin-dest = 0
                   DISPLAY "No figura ese familiar"
               ELSE
                   PERFORM VARYING idx-vin FROM idx-vin-dest BY 1
                           UNTIL idx-vin >= cant-vinculos
                       MOVE tvo-item(idx-vin + 1) TO tvo-item(idx-vin)
                   END-PERFORM
                   SUBTRACT 1 FROM cant-vinculos
                   PERFORM 815-REGRABAR-VINCULOS
                   MOVE "OPER-FAM-BAJA" TO aud-operacion
                   MOVE SPACES TO aud-detalle
                   STRING FUNCTION TRIM(ing-id) DELIMITED BY SIZE
                          " "                   DELIMITED BY SIZE
                          ing-dni               DELIMITED BY SIZE
                          INTO aud-detalle
                   PERFORM 700-GRABAR-AUDITORIA
                   DISPLAY "Familiar quitado"
               END-IF.
       END PROGRAM ADMIN-OPERADORES.
