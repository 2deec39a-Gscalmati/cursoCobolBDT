      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTUALIZA-LISTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT lista-nueva ASSIGN TO ws-nombre-nueva
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lnu-fileStatus.

           SELECT lista-vigente ASSIGN TO ws-nombre-vigente
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lvi-fileStatus.

           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS soc-cod
               FILE STATUS IS soc-fileStatus.

           SELECT cotitulares ASSIGN TO "..\cotitulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cot-clave
               FILE STATUS IS cot-fileStatus.

           SELECT coincidencias ASSIGN TO "..\coincidenciasListas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS coi-clave
               FILE STATUS IS coi-fileStatus.

           SELECT spool-listas ASSIGN TO ws-nombre-spool
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT catalogo ASSIGN TO "..\catalogoReportes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cat-fileStatus.

       DATA DIVISION.
       FILE SECTION.
      *    Lista tal como la entrega el regulador y lista vigente
      *    que usa SCREENING-LISTAS: referencia, tipo de documento
      *    ("D" DNI, "C" CUIT/CUIL, blanco sin documento), documento
      *    y nombre.
       FD  lista-nueva.
       01  lnu-reg.
           03 lnu-referencia pic x(15).
           03 lnu-tipo-doc pic x.
           03 lnu-documento pic 9(11).
           03 lnu-nombre pic x(40).

       FD  lista-vigente.
       01  lvi-reg pic x(67).

       FD  socios.
       01  soc-reg.
           03 soc-cod pic 9(6).
           03 soc-nom pic x(20).
           03 soc-saldo pic s9(6)v99.
           03 soc-estado pic x.
               88 soc-activo value "A".
               88 soc-baja value "B".
               88 soc-suspendido value "S".
               88 soc-fallecido value "F".
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

       FD  cotitulares.
       01  cot-reg.
           03 cot-clave.
               05 cot-socio pic 9(6).
               05 cot-dni pic 9(8).
           03 cot-nombre pic x(20).
           03 cot-rol pic x.
               88 cot-cotitular value "C".
               88 cot-autorizado value "A".
           03 cot-limite pic 9(7)v99.
           03 cot-fecha-alta pic 9(8).
           03 cot-estado pic x.
               88 cot-vigente value "V".
               88 cot-revocado value "R".

       FD  coincidencias.
       01  coi-reg.
           03 coi-clave.
               05 coi-socio pic 9(6).
               05 coi-documento pic 9(11).
               05 coi-lista pic x.
                   88 coi-sanciones value "S".
                   88 coi-pep value "P".
               05 coi-referencia pic x(15).
           03 coi-tipo pic x.
               88 coi-por-documento value "D".
               88 coi-por-nombre value "N".
           03 coi-nombre pic x(30).
           03 coi-nombre-lista pic x(40).
           03 coi-origen pic x(10).
           03 coi-estado pic x.
               88 coi-pendiente value "P".
               88 coi-confirmada value "C".
               88 coi-falso-positivo value "F".
           03 coi-fecha-alta pic 9(8).
           03 coi-fecha-resol pic 9(8).
           03 coi-operador pic x(10).

       FD  spool-listas.
       01  spl-linea pic x(132).

       FD  catalogo.
       01  cat-reg.
           03 cat-fecha-hora pic x(14).
           03 cat-programa pic x(20).
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  flag-lista-ok pic 9 value 1.
       01  lnu-fileStatus pic xx.
       01  lvi-fileStatus pic xx.
       01  soc-fileStatus pic xx.
       01  cot-fileStatus pic xx.
       01  coi-fileStatus pic xx.
       01  cat-fileStatus pic xx.
       01  opc-lista pic 9.
       01  ws-nombre-nueva pic x(40).
       01  ws-nombre-vigente pic x(40).
       01  ws-nombre-spool pic x(40).
       01  ws-ts-spool pic x(14).
       01  ws-lista-desc pic x(10).
       01  ws-hoy pic 9(8).
       01  cant-registros pic 9(6) value 0.
       01  cant-personas pic 9(6) value 0.
       01  cant-bloqueados pic 9(5) value 0.
       01  cant-derivados pic 9(5) value 0.
       01  cant-nuevas pic 9(5) value 0.
       01  cant-pendientes pic 9(5) value 0.
       01  cant-lineas pic 99 value 0.
       01  cant-paginas pic 9(4) value 0.

      *    Parametros del control comun contra listas.
       01  ws-scr-origen pic x(10) value "RECONTROL".
       01  ws-scr-socio pic 9(6).
       01  ws-scr-dni pic 9(8).
       01  ws-scr-cuit pic 9(11).
       01  ws-scr-nombre pic x(30).
       01  ws-scr-resultado pic x.
       01  ws-scr-lista pic x.
       01  ws-scr-referencia pic x(15).
       01  ws-scr-nuevas pic 9(4).

       01  lin-titulo.
           03 filler pic x(45) value
               "COINCIDENCIAS PENDIENTES CON LISTAS - CARGA ".
           03 filler pic x(9) value "LISTA DE ".
           03 l-tit-lista pic x(10).
           03 filler pic x(4) value " AL ".
           03 l-tit-fecha pic 9(8).
           03 filler pic x(9) value "   HOJA ".
           03 l-tit-hoja pic zzz9.

       01  lin-encabezado.
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(12) value "DOCUMENTO".
           03 filler pic x(31) value "NOMBRE".
           03 filler pic x(6) value "LISTA".
           03 filler pic x(16) value "REFERENCIA".
           03 filler pic x(10) value "POR".
           03 filler pic x(11) value "ORIGEN".
           03 filler pic x(8) value "FECHA".

       01  lin-detalle.
           03 l-det-socio pic 9(6).
           03 filler pic x value space.
           03 l-det-documento pic 9(11).
           03 filler pic x value space.
           03 l-det-nombre pic x(30).
           03 filler pic x value space.
           03 l-det-lista pic x(5).
           03 filler pic x value space.
           03 l-det-referencia pic x(15).
           03 filler pic x value space.
           03 l-det-tipo pic x(9).
           03 filler pic x value space.
           03 l-det-origen pic x(10).
           03 filler pic x value space.
           03 l-det-fecha pic 9(8).

       01  lin-detalle2.
           03 filler pic x(19) value spaces.
           03 filler pic x(13) value "EN LA LISTA: ".
           03 l-det2-nombre pic x(40).

       01  lin-total.
           03 l-tot-texto pic x(40).
           03 l-tot-cant pic zzz,zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-VALIDAR-LISTA.
            IF flag-lista-ok = 1
               PERFORM 300-INSTALAR-LISTA
               PERFORM 400-RECONTROLAR
               PERFORM 500-IMPRIMIR
            END-IF.
            PERFORM 900-FIN.
            GOBACK.

           100-INICIO.
               DISPLAY "Carga de lista del regulador y recontrol "
                   "de socios".
               MOVE FUNCTION CURRENT-DATE(1:8) TO ws-hoy.
               MOVE 0 TO opc-lista.
               PERFORM UNTIL opc-lista = 1 OR opc-lista = 2
                   DISPLAY "Lista recibida: 1-Sanciones / "
                       "financiamiento del terrorismo, 2-PEP"
                   ACCEPT opc-lista
               END-PERFORM.
               IF opc-lista = 1
                   MOVE "..\listaSancionesNueva.txt" TO ws-nombre-nueva
                   MOVE "..\listaSanciones.txt" TO ws-nombre-vigente
                   MOVE "SANCIONES" TO ws-lista-desc
               ELSE
                   MOVE "..\listaPepNueva.txt" TO ws-nombre-nueva
                   MOVE "..\listaPep.txt" TO ws-nombre-vigente
                   MOVE "PEP" TO ws-lista-desc
               END-IF.

      *    La lista vigente se reemplaza solo con una lista nueva
      *    completa y sana: un renglon mal formado la devuelve
      *    entera y sigue rigiendo la anterior.
           200-VALIDAR-LISTA.
               OPEN INPUT LISTA-NUEVA.
               IF lnu-fileStatus NOT = "00"
                   DISPLAY "No se encontro ",
                       FUNCTION TRIM(ws-nombre-nueva),
                       " - nada que cargar"
                   MOVE 0 TO flag-lista-ok
               ELSE
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ LISTA-NUEVA AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           ADD 1 TO cant-registros
                           PERFORM 210-VALIDAR-RENGLON
                       END-READ
                   END-PERFORM
                   CLOSE LISTA-NUEVA
                   IF cant-registros = 0
                       DISPLAY "La lista recibida esta vacia"
                       MOVE 0 TO flag-lista-ok
                   END-IF
               END-IF.

           210-VALIDAR-RENGLON.
               IF lnu-referencia = SPACES OR lnu-nombre = SPACES
                   OR lnu-documento NOT NUMERIC
                   OR (lnu-tipo-doc NOT = "D" AND
                       lnu-tipo-doc NOT = "C" AND
                       lnu-tipo-doc NOT = SPACE)
                   DISPLAY "Renglon ", cant-registros,
                       " mal formado: ", lnu-reg
                   MOVE 0 TO flag-lista-ok
               END-IF.

           300-INSTALAR-LISTA.
               OPEN INPUT LISTA-NUEVA.
               OPEN OUTPUT LISTA-VIGENTE.
               MOVE 1 TO flag-fin.
               PERFORM UNTIL flag-fin = 0
                   READ LISTA-NUEVA AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       WRITE lvi-reg FROM lnu-reg
                   END-READ
               END-PERFORM.
               CLOSE LISTA-NUEVA.
               CLOSE LISTA-VIGENTE.
               DISPLAY "Lista de ", FUNCTION TRIM(ws-lista-desc),
                   " instalada: ", cant-registros, " entradas".

      *    Con la lista nueva instalada se recontrola a todo el que
      *    opera: socios no dados de baja y cotitulares/autorizados
      *    vigentes. Lo que cumplimiento ya resolvio no se vuelve a
      *    generar.
           400-RECONTROLAR.
               OPEN INPUT SOCIOS.
               MOVE 1 TO flag-fin.
               PERFORM UNTIL flag-fin = 0
                   READ SOCIOS AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       IF NOT soc-baja AND NOT soc-fallecido
                           MOVE soc-cod TO ws-scr-socio
                           MOVE soc-dni TO ws-scr-dni
                           MOVE soc-cuit TO ws-scr-cuit
                           MOVE soc-nom TO ws-scr-nombre
                           PERFORM 410-CONTROLAR-PERSONA
                       END-IF
                   END-READ
               END-PERFORM.
               CLOSE SOCIOS.
               OPEN INPUT COTITULARES.
               IF cot-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ COTITULARES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cot-vigente
                               MOVE cot-socio TO ws-scr-socio
                               MOVE cot-dni TO ws-scr-dni
                               MOVE 0 TO ws-scr-cuit
                               MOVE cot-nombre TO ws-scr-nombre
                               PERFORM 410-CONTROLAR-PERSONA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COTITULARES
               END-IF.

           410-CONTROLAR-PERSONA.
               ADD 1 TO cant-personas.
               MOVE "L" TO ws-scr-resultado.
               MOVE 0 TO ws-scr-nuevas.
               CALL "SCREENING-LISTAS" USING ws-scr-origen,
                   ws-scr-socio, ws-scr-dni, ws-scr-cuit,
                   ws-scr-nombre, ws-scr-resultado, ws-scr-lista,
                   ws-scr-referencia, ws-scr-nuevas
                   ON EXCEPTION
                       DISPLAY "Falta SCREENING-LISTAS - recontrol "
                           "cancelado"
                       GOBACK
               END-CALL.
               EVALUATE ws-scr-resultado
                   WHEN "B"
                       ADD 1 TO cant-bloqueados
                   WHEN "C"
                       ADD 1 TO cant-derivados
               END-EVALUATE.
               ADD ws-scr-nuevas TO cant-nuevas.

      *    Bandeja de cumplimiento: todas las coincidencias que siguen
      *    pendientes, las de esta carga y las que quedaron de antes.
           500-IMPRIMIR.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
               MOVE SPACES TO ws-nombre-spool.
               STRING "..\spoolListas_"  DELIMITED BY SIZE
                      ws-ts-spool        DELIMITED BY SIZE
                      ".txt"             DELIMITED BY SIZE
                      INTO ws-nombre-spool.
               OPEN OUTPUT SPOOL-LISTAS.
               PERFORM 510-ENCABEZADO.
               OPEN INPUT COINCIDENCIAS.
               IF coi-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ COINCIDENCIAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF coi-pendiente
                               PERFORM 520-LINEA-DETALLE
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COINCIDENCIAS
               END-IF.
               MOVE SPACES TO spl-linea.
               WRITE spl-linea.
               MOVE SPACES TO lin-total.
               MOVE "ENTRADAS DE LA LISTA CARGADA" TO l-tot-texto.
               MOVE cant-registros TO l-tot-cant.
               WRITE spl-linea FROM lin-total.
               MOVE "PERSONAS RECONTROLADAS" TO l-tot-texto.
               MOVE cant-personas TO l-tot-cant.
               WRITE spl-linea FROM lin-total.
               MOVE "BLOQUEADAS (DOCUMENTO O CONFIRMADAS)"
                   TO l-tot-texto.
               MOVE cant-bloqueados TO l-tot-cant.
               WRITE spl-linea FROM lin-total.
               MOVE "CON COINCIDENCIA DE NOMBRE" TO l-tot-texto.
               MOVE cant-derivados TO l-tot-cant.
               WRITE spl-linea FROM lin-total.
               MOVE "COINCIDENCIAS NUEVAS EN ESTA CARGA" TO l-tot-texto.
               MOVE cant-nuevas TO l-tot-cant.
               WRITE spl-linea FROM lin-total.
               MOVE "PENDIENTES PARA CUMPLIMIENTO" TO l-tot-texto.
               MOVE cant-pendientes TO l-tot-cant.
               WRITE spl-linea FROM lin-total.
               CLOSE SPOOL-LISTAS.
               PERFORM 750-CATALOGAR.

           510-ENCABEZADO.
               ADD 1 TO cant-paginas.
               MOVE ws-lista-desc TO l-tit-lista.
               MOVE ws-hoy TO l-tit-fecha.
               MOVE cant-paginas TO l-tit-hoja.
               IF cant-paginas > 1
                   MOVE SPACES TO spl-linea
                   WRITE spl-linea
               END-IF.
               WRITE spl-linea FROM lin-titulo.
               MOVE SPACES TO spl-linea.
               WRITE spl-linea.
               WRITE spl-linea FROM lin-encabezado.
               MOVE 3 TO cant-lineas.

           520-LINEA-DETALLE.
               IF cant-lineas >= 59
                   PERFORM 510-ENCABEZADO
               END-IF.
               ADD 1 TO cant-pendientes.
               MOVE SPACES TO lin-detalle.
               MOVE coi-socio TO l-det-socio.
               MOVE coi-documento TO l-det-documento.
               MOVE coi-nombre TO l-det-nombre.
               IF coi-sanciones
                   MOVE "SANC" TO l-det-lista
               ELSE
                   MOVE "PEP" TO l-det-lista
               END-IF.
               MOVE coi-referencia TO l-det-referencia.
               IF coi-por-documento
                   MOVE "DOCUMENTO" TO l-det-tipo
               ELSE
                   MOVE "NOMBRE" TO l-det-tipo
               END-IF.
               MOVE coi-origen TO l-det-origen.
               MOVE coi-fecha-alta TO l-det-fecha.
               WRITE spl-linea FROM lin-detalle.
               MOVE coi-nombre-lista TO l-det2-nombre.
               WRITE spl-linea FROM lin-detalle2.
               ADD 2 TO cant-lineas.

           750-CATALOGAR.
               OPEN EXTEND CATALOGO.
               IF cat-fileStatus NOT = "00"
                   OPEN OUTPUT CATALOGO
               END-IF.
               MOVE ws-ts-spool TO cat-fecha-hora.
               MOVE "ACTUALIZA-LISTAS" TO cat-programa.
               MOVE ws-nombre-spool TO cat-archivo.
               MOVE cant-paginas TO cat-paginas.
               WRITE cat-reg.
               CLOSE CATALOGO.

           900-FIN.
               IF flag-lista-ok = 0
                   DISPLAY "Lista NO cargada - sigue vigente la "
                       "anterior"
               ELSE
                   DISPLAY "Personas recontroladas: ", cant-personas,
                       "  bloqueadas: ", cant-bloqueados,
                       "  por nombre: ", cant-derivados
                   DISPLAY "Coincidencias nuevas: ", cant-nuevas,
                       "  pendientes para cumplimiento: ",
                       cant-pendientes
                   DISPLAY "Bandeja de cumplimiento en ",
                       FUNCTION TRIM(ws-nombre-spool)
               END-IF.

       END PROGRAM ACTUALIZA-LISTAS.
