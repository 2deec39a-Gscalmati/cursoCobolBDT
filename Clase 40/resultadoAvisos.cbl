      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTADO-AVISOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT avisos ASSIGN TO ws-nombre-avisos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS avi-fileStatus.

           SELECT resultado ASSIGN TO ws-nombre-resultado
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS res-fileStatus.

           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-cod
               FILE STATUS IS soc-fileStatus.

           SELECT spool-fallidos ASSIGN TO ws-nombre-spool
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT catalogo ASSIGN TO "..\catalogoReportes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cat-fileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  avisos.
       01  avi-reg.
           03 avi-id.
               05 avi-fecha pic 9(8).
               05 avi-seq pic 9(6).
           03 avi-socio pic 9(6).
           03 avi-tipo pic x(3).
           03 avi-canal pic x.
           03 avi-destino pic x(40).
           03 avi-texto pic x(70).

      *    Resultado de entrega del proveedor: el id del aviso, E
      *    entregado o F fallido, y el motivo de la falla.
       FD  resultado.
       01  res-reg.
           03 res-id.
               05 res-fecha pic 9(8).
               05 res-seq pic 9(6).
           03 res-estado pic x.
               88 res-entregado value "E".
               88 res-fallido value "F".
           03 res-motivo pic x(30).

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

       FD  spool-fallidos.
       01  spf-linea pic x(132).

       FD  catalogo.
       01  cat-reg.
           03 cat-fecha-hora pic x(14).
           03 cat-programa pic x(20).
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  avi-fileStatus pic xx.
       01  res-fileStatus pic xx.
       01  soc-fileStatus pic xx.
       01  cat-fileStatus pic xx.
       01  ws-nombre-avisos pic x(40).
       01  ws-nombre-resultado pic x(40).
       01  ws-nombre-spool pic x(40).
       01  ws-ts-spool pic x(14).
       01  ws-fecha-avisos pic 9(8).
       01  flag-socios pic 9 value 0.
       01  cant-enviados pic 9(5) value 0.
       01  cant-entregados pic 9(5) value 0.
       01  cant-fallidos pic 9(5) value 0.
       01  cant-sin-respuesta pic 9(5) value 0.
       01  cant-desconocidos pic 9(5) value 0.
       01  cant-lineas pic 99 value 0.
       01  cant-paginas pic 9(4) value 0.

      *    Avisos enviados en el lote; tav-estado toma el resultado
      *    del proveedor (blanco = sin respuesta).
       01  tabla-avisos.
           03 tav-item occurs 5000 times.
               05 tav-socio pic 9(6).
               05 tav-tipo pic x(3).
               05 tav-canal pic x.
               05 tav-destino pic x(40).
               05 tav-estado pic x.
               05 tav-motivo pic x(30).
       01  idx-tav pic 9(5).

       01  lin-titulo.
           03 filler pic x(40) value
               "AVISOS A SOCIOS NO ENTREGADOS - LOTE DEL".
           03 filler pic x value space.
           03 l-tit-fecha pic 9(8).
           03 filler pic x(10) value "   HOJA ".
           03 l-tit-hoja pic zzz9.

       01  lin-encabezado.
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(5) value "TIPO".
           03 filler pic x(6) value "CANAL".
           03 filler pic x(41) value "DESTINO".
           03 filler pic x(30) value "MOTIVO".

       01  lin-detalle.
           03 l-det-socio pic 9(6).
           03 filler pic x value space.
           03 l-det-nombre pic x(20).
           03 filler pic x value space.
           03 l-det-tipo pic x(3).
           03 filler pic xx value spaces.
           03 l-det-canal pic x(5).
           03 filler pic x value space.
           03 l-det-destino pic x(40).
           03 filler pic x value space.
           03 l-det-motivo pic x(30).

       01  lin-total.
           03 l-tot-texto pic x(40).
           03 l-tot-cant pic zz,zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-CARGAR-ENVIADOS.
            IF cant-enviados = 0
                DISPLAY "No se encontro el lote de avisos ",
                    FUNCTION TRIM(ws-nombre-avisos)
                GOBACK
            END-IF.
            PERFORM 300-PROCESAR-RESULTADO.
            PERFORM 500-IMPRIMIR.
            PERFORM 900-FIN.
            GOBACK.

           100-INICIO.
               DISPLAY "Resultado de entrega de los avisos a socios".
               DISPLAY "Fecha del lote de avisos (AAAAMMDD):".
               ACCEPT ws-fecha-avisos.
               MOVE SPACES TO ws-nombre-avisos.
               STRING "..\avisosSocios"  DELIMITED BY SIZE
                      ws-fecha-avisos    DELIMITED BY SIZE
                      ".txt"             DELIMITED BY SIZE
                      INTO ws-nombre-avisos.
               MOVE SPACES TO ws-nombre-resultado.
               STRING "..\resultadoAvisos" DELIMITED BY SIZE
                      ws-fecha-avisos      DELIMITED BY SIZE
                      ".txt"               DELIMITED BY SIZE
                      INTO ws-nombre-resultado.

      *    La secuencia del aviso es su posicion en el lote: el
      *    resultado se ubica directo en la tabla.
           200-CARGAR-ENVIADOS.
               OPEN INPUT AVISOS.
               IF avi-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ AVISOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-enviados < 5000
                               ADD 1 TO cant-enviados
                               MOVE avi-socio
                                   TO tav-socio(cant-enviados)
                               MOVE avi-tipo TO tav-tipo(cant-enviados)
                               MOVE avi-canal
                                   TO tav-canal(cant-enviados)
                               MOVE avi-destino
                                   TO tav-destino(cant-enviados)
                               MOVE SPACE TO tav-estado(cant-enviados)
                               MOVE SPACES TO tav-motivo(cant-enviados)
                           ELSE
                               DISPLAY "ATENCION: el lote supera 5000 "
                                   "avisos - se controlan los primeros"
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AVISOS
               END-IF.

           300-PROCESAR-RESULTADO.
               OPEN INPUT RESULTADO.
               IF res-fileStatus NOT = "00"
                   DISPLAY "No se encontro ",
                       FUNCTION TRIM(ws-nombre-resultado),
                       " - todos los avisos quedan sin respuesta"
               ELSE
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ RESULTADO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           PERFORM 310-MATCHEAR-RESULTADO
                       END-READ
                   END-PERFORM
                   CLOSE RESULTADO
               END-IF.
               PERFORM VARYING idx-tav FROM 1 BY 1
                       UNTIL idx-tav > cant-enviados
                   EVALUATE tav-estado(idx-tav)
                       WHEN "E"
                           ADD 1 TO cant-entregados
                       WHEN "F"
                           ADD 1 TO cant-fallidos
                       WHEN OTHER
                           ADD 1 TO cant-sin-respuesta
                   END-EVALUATE
               END-PERFORM.

           310-MATCHEAR-RESULTADO.
               IF res-fecha NOT = ws-fecha-avisos OR
                   res-seq < 1 OR res-seq > cant-enviados OR
                   (NOT res-entregado AND NOT res-fallido)
                   ADD 1 TO cant-desconocidos
                   DISPLAY "Resultado no reconocido: ", res-id, " ",
                       res-estado
               ELSE
                   MOVE res-seq TO idx-tav
                   MOVE res-estado TO tav-estado(idx-tav)
                   MOVE res-motivo TO tav-motivo(idx-tav)
               END-IF.

           500-IMPRIMIR.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
               MOVE SPACES TO ws-nombre-spool.
               STRING "..\spoolAvisosFallidos_" DELIMITED BY SIZE
                      ws-ts-spool               DELIMITED BY SIZE
                      ".txt"                    DELIMITED BY SIZE
                      INTO ws-nombre-spool.
               OPEN INPUT SOCIOS.
               IF soc-fileStatus = "00"
                   MOVE 1 TO flag-socios
               END-IF.
               OPEN OUTPUT SPOOL-FALLIDOS.
               PERFORM 510-ENCABEZADO.
               PERFORM VARYING idx-tav FROM 1 BY 1
                       UNTIL idx-tav > cant-enviados
                   IF tav-estado(idx-tav) = "F"
                       PERFORM 520-LINEA-AVISO
                   END-IF
               END-PERFORM.
               IF cant-sin-respuesta > 0
                   MOVE SPACES TO spf-linea
                   WRITE spf-linea
                   MOVE "SIN RESPUESTA DEL PROVEEDOR:" TO spf-linea
                   WRITE spf-linea
                   ADD 2 TO cant-lineas
                   PERFORM VARYING idx-tav FROM 1 BY 1
                           UNTIL idx-tav > cant-enviados
                       IF tav-estado(idx-tav) = SPACE
                           MOVE "SIN RESPUESTA" TO tav-motivo(idx-tav)
                           PERFORM 520-LINEA-AVISO
                       END-IF
                   END-PERFORM
               END-IF.
               MOVE SPACES TO spf-linea.
               WRITE spf-linea.
               MOVE SPACES TO lin-total.
               MOVE "AVISOS ENVIADOS EN EL LOTE" TO l-tot-texto.
               MOVE cant-enviados TO l-tot-cant.
               WRITE spf-linea FROM lin-total.
               MOVE "ENTREGADOS" TO l-tot-texto.
               MOVE cant-entregados TO l-tot-cant.
               WRITE spf-linea FROM lin-total.
               MOVE "FALLIDOS" TO l-tot-texto.
               MOVE cant-fallidos TO l-tot-cant.
               WRITE spf-linea FROM lin-total.
               MOVE "SIN RESPUESTA" TO l-tot-texto.
               MOVE cant-sin-respuesta TO l-tot-cant.
               WRITE spf-linea FROM lin-total.
               MOVE "RESULTADOS NO RECONOCIDOS" TO l-tot-texto.
               MOVE cant-desconocidos TO l-tot-cant.
               WRITE spf-linea FROM lin-total.
               CLOSE SPOOL-FALLIDOS.
               IF flag-socios = 1
                   CLOSE SOCIOS
               END-IF.
               PERFORM 750-CATALOGAR.

           510-ENCABEZADO.
               ADD 1 TO cant-paginas.
               MOVE ws-fecha-avisos TO l-tit-fecha.
               MOVE cant-paginas TO l-tit-hoja.
               IF cant-paginas > 1
                   MOVE SPACES TO spf-linea
                   WRITE spf-linea
               END-IF.
               WRITE spf-linea FROM lin-titulo.
               MOVE SPACES TO spf-linea.
               WRITE spf-linea.
               WRITE spf-linea FROM lin-encabezado.
               MOVE 3 TO cant-lineas.

           520-LINEA-AVISO.
               IF cant-lineas >= 60
                   PERFORM 510-ENCABEZADO
               END-IF.
               MOVE SPACES TO lin-detalle.
               MOVE tav-socio(idx-tav) TO l-det-socio.
               MOVE SPACES TO l-det-nombre.
               IF flag-socios = 1
                   MOVE tav-socio(idx-tav) TO soc-cod
                   READ SOCIOS INVALID KEY
                       MOVE "SOCIO INEXISTENTE" TO l-det-nombre
                   NOT INVALID KEY
                       MOVE soc-nom TO l-det-nombre
                   END-READ
               END-IF.
               MOVE tav-tipo(idx-tav) TO l-det-tipo.
               IF tav-canal(idx-tav) = "S"
                   MOVE "SMS" TO l-det-canal
               ELSE
                   MOVE "EMAIL" TO l-det-canal
               END-IF.
               MOVE tav-destino(idx-tav) TO l-det-destino.
               MOVE tav-motivo(idx-tav) TO l-det-motivo.
               WRITE spf-linea FROM lin-detalle.
               ADD 1 TO cant-lineas.

           750-CATALOGAR.
               OPEN EXTEND CATALOGO.
               IF cat-fileStatus NOT = "00"
                   OPEN OUTPUT CATALOGO
               END-IF.
               MOVE ws-ts-spool TO cat-fecha-hora.
               MOVE "AVISOS-FALLIDOS" TO cat-programa.
               MOVE ws-nombre-spool TO cat-archivo.
               MOVE cant-paginas TO cat-paginas.
               WRITE cat-reg.
               CLOSE CATALOGO.

           900-FIN.
               DISPLAY "Avisos enviados: ", cant-enviados,
                   "  entregados: ", cant-entregados,
                   "  fallidos: ", cant-fallidos,
                   "  sin respuesta: ", cant-sin-respuesta.
               DISPLAY "Reporte de avisos no entregados en ",
                   FUNCTION TRIM(ws-nombre-spool).

       END PROGRAM RESULTADO-AVISOS.
