           SELECT CLIENTES ASSIGN TO "..\clientes.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS cli-fileStatus.
           SELECT VENDEDORES ASSIGN TO "..\vendedores.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS vdr-fileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           03 cli-cuit             pic 9(11).
           03 cli-categoria-iva    pic xx.
           03 cli-limite-credito   pic 9(7)v99.
           03 cli-lista            pic X.
           03 cli-vendedor         pic 999.
           03 cli-bloqueo          pic X.
       FD  VENDEDORES.
       01  vdr-reg.
           03 vdr-cod              pic 999.
           03 vdr-nombre           pic x(20).
           03 filler               pic x(75).
       WORKING-STORAGE SECTION.
       77  cli-fileStatus          pic XX.
       77  vdr-fileStatus          pic XX.
       77  flagLeido               pic X.
       01  opc-menu pic 9.
       01  cant-clientes pic 9(4).
       01  flag-existe pic 9.
       01  w-cuit-res pic x.
       01  flag-cuit-ok pic 9.
       01  flag-vdr-ok pic 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "Limite de credito en cuenta corriente "
                   "(0 = solo contado):"
               ACCEPT cli-limite-credito
               DISPLAY "Lista de precios (M mayorista, R minorista, "
                   "E especial):"
               ACCEPT cli-lista
               PERFORM UNTIL cli-lista = "M" OR cli-lista = "R" OR
                       cli-lista = "E"
                   DISPLAY "Lista invalida - reingrese"
                   ACCEPT cli-lista
               END-PERFORM
               PERFORM 500-PEDIR-VENDEDOR
               MOVE SPACE TO cli-bloqueo
               OPEN EXTEND CLIENTES
               IF cli-fileStatus NOT = "00"
                   OPEN OUTPUT CLIENTES
                       MOVE "s" TO flagLeido
                   NOT AT END
                       ADD 1 TO cant-clientes
                       IF cli-bloqueo = "S"
                           DISPLAY cli-cod, " - ", cli-nombre,
                               " lista ", cli-lista,
                               " vendedor ", cli-vendedor,
                               " SUSPENDIDO POR CHEQUE RECHAZADO"
                       ELSE
                           DISPLAY cli-cod, " - ", cli-nombre,
                               " lista ", cli-lista,
                               " vendedor ", cli-vendedor
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
               END-PERFORM
               CLOSE CLIENTES
           END-IF.
      *
      *    Vendedor asignado al cliente: es el que propone facturacion
      *    por defecto. Se valida contra el maestro de vendedores.
       500-PEDIR-VENDEDOR.
           MOVE 0 TO flag-vdr-ok.
           PERFORM UNTIL flag-vdr-ok = 1
               DISPLAY "Vendedor asignado (0 = sin vendedor):"
               ACCEPT cli-vendedor
               IF cli-vendedor = 0
                   MOVE 1 TO flag-vdr-ok
               ELSE
                   PERFORM 510-BUSCAR-VENDEDOR
                   IF flag-vdr-ok = 0
                       DISPLAY "Vendedor inexistente - reingrese"
                   END-IF
               END-IF
           END-PERFORM.
      *
       510-BUSCAR-VENDEDOR.
           OPEN INPUT VENDEDORES.
           IF vdr-fileStatus = "00"
               MOVE "n" TO flagLeido
               PERFORM UNTIL flagLeido = "s"
                   READ VENDEDORES AT END
                       MOVE "s" TO flagLeido
                   NOT AT END
                       IF vdr-cod = cli-vendedor
                           MOVE 1 TO flag-vdr-ok
                           DISPLAY "Vendedor: ", vdr-nombre
                           MOVE "s" TO flagLeido
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDEDORES
           END-IF.
       END PROGRAM MANTENEDOR-CLIENTES.
