      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCREENING-LISTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT lista-sanciones ASSIGN TO "..\listaSanciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lsa-fileStatus.

           SELECT lista-pep ASSIGN TO "..\listaPep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lpe-fileStatus.

           SELECT coincidencias ASSIGN TO "..\coincidenciasListas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS coi-clave
               FILE STATUS IS coi-fileStatus.

       DATA DIVISION.
       FILE SECTION.
      *    Listas del regulador: sanciones / financiamiento del
      *    terrorismo y personas expuestas politicamente. Documento
      *    tipo "D" = DNI, "C" = CUIT/CUIL (0 = la entrada no trae
      *    documento y solo se compara por nombre).
       FD  lista-sanciones.
       01  lsa-reg.
           03 lsa-referencia pic x(15).
           03 lsa-tipo-doc pic x.
           03 lsa-documento pic 9(11).
           03 lsa-nombre pic x(40).

       FD  lista-pep.
       01  lpe-reg.
           03 lpe-referencia pic x(15).
           03 lpe-tipo-doc pic x.
           03 lpe-documento pic 9(11).
           03 lpe-nombre pic x(40).

      *    Coincidencias para cumplimiento: una por persona controlada
      *    y entrada de lista. Lo que cumplimiento resuelve queda
      *    resuelto: el falso positivo no vuelve a aparecer y la
      *    coincidencia confirmada bloquea como un documento exacto.
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

       WORKING-STORAGE SECTION.
       01  lsa-fileStatus pic xx.
       01  lpe-fileStatus pic xx.
       01  coi-fileStatus pic xx.
       01  flag-fin pic 9.
       01  flag-listas-cargadas pic 9 value 0.
       01  flag-coi-existe pic 9.
       01  ws-hoy pic 9(8).
       01  ws-dni-chk pic 9(8).
       01  ws-documento pic 9(11).
       01  ws-tipo-hit pic x.
       01  ws-nombre-norm pic x(40).
       01  idx-lst pic 9(5).
       01  idx-pal pic 9.
       01  idx-pal2 pic 9.
       01  cant-lst pic 9(5) value 0.
       01  cant-pal-socio pic 9.
       01  cant-pal-lista pic 9.
       01  cant-pal-comunes pic 9.
       01  cant-pal-minimo pic 9.

      *    Palabras del nombre controlado; las iniciales sueltas no
      *    cuentan para la comparacion.
       01  ws-palabras-socio.
           03 wps-palabra pic x(15) occurs 6 times.
       01  ws-palabras-aux.
           03 wpa-palabra pic x(15) occurs 6 times.

       01  tabla-listas.
           03 tls-item occurs 10000 times.
               05 tls-lista pic x.
               05 tls-referencia pic x(15).
               05 tls-tipo-doc pic x.
               05 tls-documento pic 9(11).
               05 tls-nombre pic x(40).
               05 tls-palabra pic x(15) occurs 6 times.

       LINKAGE SECTION.
       01  lk-origen pic x(10).
       01  lk-socio pic 9(6).
       01  lk-dni pic 9(8).
       01  lk-cuit pic 9(11).
       01  lk-nombre pic x(30).
       01  lk-resultado pic x.
      *        "L" = sin coincidencias
      *        "B" = bloqueado: documento exacto en una lista o
      *              coincidencia confirmada por cumplimiento
      *        "C" = nombre parecido: derivado a cumplimiento
       01  lk-lista pic x.
       01  lk-referencia pic x(15).
       01  lk-nuevas pic 9(4).

      *    Control de personas contra las listas de sanciones y PEP
      *    en UN solo lugar, compartido por el alta de socios, los
      *    cotitulares, la acreditacion de haberes y el recontrol
      *    completo que corre al cargar una lista nueva (como
      *    AUTORIZA-DEBITO lo es para los debitos).
       PROCEDURE DIVISION USING lk-origen, lk-socio, lk-dni, lk-cuit,
           lk-nombre, lk-resultado, lk-lista, lk-referencia,
           lk-nuevas.
       MAIN-PROCEDURE.
           MOVE "L" TO lk-resultado.
           MOVE SPACE TO lk-lista.
           MOVE SPACES TO lk-referencia.
           MOVE 0 TO lk-nuevas.
           IF flag-listas-cargadas = 0
               PERFORM 100-CARGAR-LISTAS
           END-IF.
           IF cant-lst = 0
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-hoy.
           MOVE lk-dni TO ws-dni-chk.
           IF ws-dni-chk = 0 AND lk-cuit > 0
               MOVE lk-cuit(3:8) TO ws-dni-chk
           END-IF.
           IF ws-dni-chk > 0
               MOVE ws-dni-chk TO ws-documento
           ELSE
               MOVE lk-cuit TO ws-documento
           END-IF.
           MOVE lk-nombre TO ws-nombre-norm.
           PERFORM 500-SEPARAR-PALABRAS.
           MOVE ws-palabras-aux TO ws-palabras-socio.
           MOVE cant-pal-lista TO cant-pal-socio.
           OPEN I-O COINCIDENCIAS.
           IF coi-fileStatus = "35"
               OPEN OUTPUT COINCIDENCIAS
               CLOSE COINCIDENCIAS
               OPEN I-O COINCIDENCIAS
           END-IF.
           PERFORM VARYING idx-lst FROM 1 BY 1
                   UNTIL idx-lst > cant-lst
               PERFORM 200-COMPARAR-ENTRADA
           END-PERFORM.
           CLOSE COINCIDENCIAS.
           GOBACK.

           100-CARGAR-LISTAS.
               MOVE 1 TO flag-listas-cargadas.
               OPEN INPUT LISTA-SANCIONES.
               IF lsa-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ LISTA-SANCIONES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-lst < 10000
                               ADD 1 TO cant-lst
                               MOVE "S" TO tls-lista(cant-lst)
                               MOVE lsa-referencia
                                   TO tls-referencia(cant-lst)
                               MOVE lsa-tipo-doc
                                   TO tls-tipo-doc(cant-lst)
                               MOVE lsa-documento
                                   TO tls-documento(cant-lst)
                               MOVE lsa-nombre TO tls-nombre(cant-lst)
                               PERFORM 110-PALABRAS-ENTRADA
                           ELSE
                               DISPLAY "ATENCION: listas de control "
                                   "con mas de 10000 entradas"
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LISTA-SANCIONES
               END-IF.
               OPEN INPUT LISTA-PEP.
               IF lpe-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ LISTA-PEP AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-lst < 10000
                               ADD 1 TO cant-lst
                               MOVE "P" TO tls-lista(cant-lst)
                               MOVE lpe-referencia
                                   TO tls-referencia(cant-lst)
                               MOVE lpe-tipo-doc
                                   TO tls-tipo-doc(cant-lst)
                               MOVE lpe-documento
                                   TO tls-documento(cant-lst)
                               MOVE lpe-nombre TO tls-nombre(cant-lst)
                               PERFORM 110-PALABRAS-ENTRADA
                           ELSE
                               DISPLAY "ATENCION: listas de control "
                                   "con mas de 10000 entradas"
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LISTA-PEP
               END-IF.

           110-PALABRAS-ENTRADA.
               MOVE tls-nombre(cant-lst) TO ws-nombre-norm.
               PERFORM 500-SEPARAR-PALABRAS.
               PERFORM VARYING idx-pal FROM 1 BY 1 UNTIL idx-pal > 6
                   MOVE wpa-palabra(idx-pal)
                       TO tls-palabra(cant-lst, idx-pal)
               END-PERFORM.

      *    Documento exacto (DNI, CUIT, o el DNI contenido en un
      *    CUIT de la lista) bloquea; si no, se compara el nombre.
           200-COMPARAR-ENTRADA.
               MOVE SPACE TO ws-tipo-hit.
               EVALUATE TRUE
                   WHEN tls-documento(idx-lst) = 0
                       CONTINUE
                   WHEN tls-tipo-doc(idx-lst) = "D"
                       IF ws-dni-chk > 0 AND
                           tls-documento(idx-lst) = ws-dni-chk
                           MOVE "D" TO ws-tipo-hit
                       END-IF
                   WHEN tls-tipo-doc(idx-lst) = "C"
                       IF lk-cuit > 0 AND
                           tls-documento(idx-lst) = lk-cuit
                           MOVE "D" TO ws-tipo-hit
                       END-IF
                       IF ws-dni-chk > 0 AND
                           tls-documento(idx-lst)(3:8) = ws-dni-chk
                           MOVE "D" TO ws-tipo-hit
                       END-IF
               END-EVALUATE.
               IF ws-tipo-hit = SPACE
                   PERFORM 300-COMPARAR-NOMBRE
               END-IF.
               IF ws-tipo-hit NOT = SPACE
                   PERFORM 400-REGISTRAR-COINCIDENCIA
               END-IF.

      *    Nombre parecido: todas las palabras del nombre mas corto
      *    (al menos dos) aparecen en el otro, en cualquier orden.
      *    "PEREZ JUAN" coincide con "JUAN CARLOS PEREZ".
           300-COMPARAR-NOMBRE.
               MOVE 0 TO cant-pal-lista.
               MOVE 0 TO cant-pal-comunes.
               PERFORM VARYING idx-pal FROM 1 BY 1 UNTIL idx-pal > 6
                   IF tls-palabra(idx-lst, idx-pal) NOT = SPACES
                       ADD 1 TO cant-pal-lista
                       PERFORM VARYING idx-pal2 FROM 1 BY 1
                               UNTIL idx-pal2 > 6
                           IF wps-palabra(idx-pal2) NOT = SPACES AND
                               wps-palabra(idx-pal2) =
                               tls-palabra(idx-lst, idx-pal)
                               ADD 1 TO cant-pal-comunes
                               MOVE 7 TO idx-pal2
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.
               IF cant-pal-socio < cant-pal-lista
                   MOVE cant-pal-socio TO cant-pal-minimo
               ELSE
                   MOVE cant-pal-lista TO cant-pal-minimo
               END-IF.
               IF cant-pal-minimo >= 2 AND
                   cant-pal-comunes >= cant-pal-minimo
                   MOVE "N" TO ws-tipo-hit
               END-IF.

           400-REGISTRAR-COINCIDENCIA.
               MOVE lk-socio TO coi-socio.
               MOVE ws-documento TO coi-documento.
               MOVE tls-lista(idx-lst) TO coi-lista.
               MOVE tls-referencia(idx-lst) TO coi-referencia.
               READ COINCIDENCIAS INVALID KEY
                   MOVE 0 TO flag-coi-existe
               NOT INVALID KEY
                   MOVE 1 TO flag-coi-existe
               END-READ.
               IF flag-coi-existe = 0
                   MOVE ws-tipo-hit TO coi-tipo
                   MOVE lk-nombre TO coi-nombre
                   MOVE tls-nombre(idx-lst) TO coi-nombre-lista
                   MOVE lk-origen TO coi-origen
                   SET coi-pendiente TO TRUE
                   MOVE ws-hoy TO coi-fecha-alta
                   MOVE 0 TO coi-fecha-resol
                   MOVE SPACES TO coi-operador
                   WRITE coi-reg
                   ADD 1 TO lk-nuevas
               END-IF.
               IF NOT coi-falso-positivo
                   IF ws-tipo-hit = "D" OR coi-confirmada
                       MOVE "B" TO lk-resultado
                       MOVE coi-lista TO lk-lista
                       MOVE coi-referencia TO lk-referencia
                   ELSE
                       IF lk-resultado = "L"
                           MOVE "C" TO lk-resultado
                           MOVE coi-lista TO lk-lista
                           MOVE coi-referencia TO lk-referencia
                       END-IF
                   END-IF
               END-IF.

      *    Deja en ws-palabras-aux las palabras de ws-nombre-norm en
      *    mayusculas, sin signos, y su cantidad en cant-pal-lista.
           500-SEPARAR-PALABRAS.
               INSPECT ws-nombre-norm CONVERTING
                   "abcdefghijklmnopqrstuvwxyz,.-'"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ    ".
               MOVE SPACES TO ws-palabras-aux.
               UNSTRING ws-nombre-norm DELIMITED BY ALL SPACE
                   INTO wpa-palabra(1), wpa-palabra(2),
                        wpa-palabra(3), wpa-palabra(4),
                        wpa-palabra(5), wpa-palabra(6)
               END-UNSTRING.
               MOVE 0 TO cant-pal-lista.
               PERFORM VARYING idx-pal FROM 1 BY 1 UNTIL idx-pal > 6
                   IF wpa-palabra(idx-pal)(2:1) = SPACE
                       MOVE SPACES TO wpa-palabra(idx-pal)
                   ELSE
                       ADD 1 TO cant-pal-lista
                   END-IF
               END-PERFORM.

       END PROGRAM SCREENING-LISTAS.
