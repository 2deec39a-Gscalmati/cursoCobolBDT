      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACREDITA-HABERES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod.

           SELECT convenios ASSIGN TO "..\conveniosHaberes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cnv-fileStatus.

           SELECT nomina ASSIGN TO "..\haberesEntrante.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS nom-fileStatus.

           SELECT resultado ASSIGN TO ws-nombre-resultado
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS res-fileStatus.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT movimientos ASSIGN TO "..\movimientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mov-fileStatus.

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

      *    Convenios de acreditacion de haberes: empleador por CUIT,
      *    cuenta del empleador a debitar y comision por cada
      *    sueldo acreditado.
       FD  convenios.
       01  cnv-reg.
           03 cnv-cuit pic 9(11).
           03 cnv-nombre pic x(30).
           03 cnv-socio pic 9(6).
           03 cnv-comision pic 9(4)v99.
           03 cnv-estado pic x.
               88 cnv-vigente value "A".
               88 cnv-suspendido value "B".

      *    Archivo de haberes del empleador: cabecera con su CUIT y
      *    fecha de pago, un detalle por empleado (CUIL e importe) y
      *    trailer con cantidad e importe total de control.
       FD  nomina.
       01  nom-cabecera.
           03 nom-cab-tipo pic x.
           03 nom-cab-cuit pic 9(11).
           03 nom-cab-fecha pic 9(8).
           03 nom-cab-periodo pic 9(6).
           03 filler pic x(24).
       01  nom-detalle.
           03 nom-det-tipo pic x.
           03 nom-det-cuil pic 9(11).
           03 nom-det-nombre pic x(30).
           03 nom-det-importe pic 9(7)v99.
       01  nom-trailer.
           03 nom-tra-tipo pic x.
           03 nom-tra-cantidad pic 9(5).
           03 nom-tra-total pic 9(10)v99.
           03 filler pic x(32).

      *    Resultado para el empleador: estado del lote, una linea
      *    por sueldo no acreditado con su causal, y totales.
       FD  resultado.
       01  res-cabecera.
           03 res-cab-tipo pic x.
           03 res-cab-cuit pic 9(11).
           03 res-cab-fecha pic 9(8).
           03 res-cab-estado pic x.
           03 res-cab-motivo pic x(30).
           03 filler pic x(24).
       01  res-detalle.
           03 res-det-tipo pic x.
           03 res-det-cuil pic 9(11).
           03 res-det-nombre pic x(30).
           03 res-det-importe pic 9(7)v99.
           03 res-det-motivo pic x(24).
       01  res-trailer.
           03 res-tra-tipo pic x.
           03 res-tra-cant-acred pic 9(5).
           03 res-tra-total-acred pic 9(10)v99.
           03 res-tra-cant-rech pic 9(5).
           03 res-tra-total-rech pic 9(10)v99.
           03 res-tra-comision pic 9(7)v99.
           03 filler pic x(31).

       FD  auditoria.
       01  aud-reg pic x(180).

       FD  movimientos.
       01  mov-reg.
           03 mov-socio pic 9(6).
           03 mov-fecha-hora pic x(14).
           03 mov-operador pic x(10).
           03 mov-concepto pic x(13).
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-dni-operante pic 9(8).
           03 mov-filial-oper pic 99.
           03 mov-filial-socio pic 99.

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  flag-lote pic 9.
       01  flag-trailer pic 9 value 0.
       01  flag-nomina pic 9 value 0.
       01  flag-encontrado pic 9.
       01  ws-lock-accion pic x.
       01  ws-lock-prog pic x(20).
       01  ws-lock-resultado pic x.
       01  ws-lock-titular pic x(40).
       01  cnv-fileStatus pic xx.
       01  nom-fileStatus pic xx.
       01  res-fileStatus pic xx.
       01  mov-fileStatus pic xx.
       01  ws-nombre-resultado pic x(40).
       01  ws-fecha-hoy pic 9(8).
       01  ws-motivo-lote pic x(30).
       01  ws-cuit-empleador pic 9(11).
       01  ws-fecha-pago pic 9(8).
       01  ws-fecha-proceso pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-saldo-ant pic s9(6)v99.
       01  ws-concepto pic x(13).
       01  ws-importe pic s9(8)v99.
       01  aud-fecha-hora pic x(14).
       01  idx-nom pic 9(4).
       01  cant-nomina pic 9(4) value 0.
       01  total-nomina pic 9(10)v99 value 0.
       01  cant-acreditar pic 9(5) value 0.
       01  total-acreditar pic 9(10)v99 value 0.
       01  cant-rechazar pic 9(5) value 0.
       01  total-rechazar pic 9(10)v99 value 0.
       01  ws-comision-lote pic 9(7)v99 value 0.
       01  ws-debito-empleador pic 9(10)v99 value 0.

      *    Nomina en memoria: el CUIL no es clave del maestro, asi
      *    que se aparea con una sola pasada secuencial de socios.
       01  tabla-nomina.
           03 tno-item occurs 2000 times.
               05 tno-cuil pic 9(11).
               05 tno-nombre pic x(30).
               05 tno-importe pic 9(7)v99.
               05 tno-socio pic 9(6).
               05 tno-estado pic x.
               05 tno-saldo pic s9(6)v99.
               05 tno-motivo pic x(24).

      *    Parametros de la rutina comun de autorizacion de debitos.
       01  ws-aut-socio pic 9(6).
       01  ws-aut-estado pic x.
       01  ws-aut-cat pic x.
       01  ws-aut-saldo pic s9(8)v99.
       01  ws-aut-limite pic 9(6)v99.
       01  ws-aut-importe pic 9(7)v99.
       01  ws-aut-acum pic 9(9)v99.
       01  ws-aut-marca pic x.
       01  ws-aut-resultado pic x.

      *    Parametros del control comun contra listas de sanciones
      *    y PEP.
       01  ws-scr-origen pic x(10) value "HABERES".
       01  ws-scr-socio pic 9(6).
       01  ws-scr-dni pic 9(8) value 0.
       01  ws-scr-cuit pic 9(11).
       01  ws-scr-nombre pic x(30).
       01  ws-scr-resultado pic x.
       01  ws-scr-lista pic x.
       01  ws-scr-referencia pic x(15).
       01  ws-scr-nuevas pic 9(4).
       01  cant-derivadas pic 9(5) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            IF flag-nomina = 1
               IF flag-lote = 1
                   PERFORM 200-CARGAR-NOMINA
               END-IF
               IF flag-lote = 1
                   PERFORM 300-APAREAR-SOCIOS
                   PERFORM 350-CLASIFICAR-LINEAS
               END-IF
               IF flag-lote = 1
                   PERFORM 400-DEBITAR-EMPLEADOR
               END-IF
               IF flag-lote = 1
                   PERFORM 500-ACREDITAR-SUELDOS
               END-IF
               PERFORM 600-GRABAR-RESULTADO
            END-IF.
            PERFORM 900-FIN.
            GOBACK.

           100-INICIO.
               DISPLAY "Acreditacion de haberes por convenio".
               ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               MOVE 1 TO flag-lote.
               MOVE SPACES TO ws-motivo-lote.
               OPEN INPUT NOMINA.
               IF nom-fileStatus NOT = "00"
                   DISPLAY "No se encontro haberesEntrante.txt - "
                       "nada que procesar"
               ELSE
                   MOVE 1 TO flag-nomina
                   PERFORM 150-TOMAR-LOCK
                   OPEN I-O SOCIOS
                   OPEN EXTEND AUDITORIA
                   OPEN EXTEND MOVIMIENTOS
                   IF mov-fileStatus NOT = "00"
                       OPEN OUTPUT MOVIMIENTOS
                   END-IF
                   MOVE 0 TO ws-cuit-empleador
                   MOVE 0 TO ws-fecha-pago
                   READ NOMINA AT END
                       MOVE "ARCHIVO VACIO" TO ws-motivo-lote
                       MOVE 0 TO flag-lote
                   END-READ
                   IF flag-lote = 1 AND nom-cab-tipo NOT = "H"
                       MOVE "FALTA CABECERA" TO ws-motivo-lote
                       MOVE 0 TO flag-lote
                   END-IF
                   IF flag-lote = 1
                       MOVE nom-cab-cuit TO ws-cuit-empleador
                       MOVE nom-cab-fecha TO ws-fecha-pago
                       DISPLAY "Empleador CUIT ", nom-cab-cuit,
                           " pago del ", nom-cab-fecha,
                           " periodo ", nom-cab-periodo
                       PERFORM 120-BUSCAR-CONVENIO
                   END-IF
               END-IF.

      *    La fecha de proceso es el ultimo dia de negocio cerrado:
      *    no se corre sobre un dia abierto ni sobre uno que ya tuvo
      *    otro cierre encima. Sin fechaNegocio.txt se conserva el
      *    comportamiento de siempre (0 = fecha del sistema).
           105-VALIDAR-FECHA-PROCESO.
               MOVE "V" TO ws-fn-accion.
               CALL "FECHA-NEGOCIO" USING ws-fn-accion,
                   ws-fecha-proceso, ws-fn-estado, ws-fn-ultimo,
                   ws-fn-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-fn-resultado
               END-CALL.
               EVALUATE ws-fn-resultado
                   WHEN "N"
                       IF ws-fecha-proceso = 0
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO ws-fecha-proceso
                       END-IF
                   WHEN "A"
                       DISPLAY "El dia ", ws-fecha-proceso,
                           " no esta cerrado (ultimo cierre ",
                           ws-fn-ultimo, ") - corrida cancelada"
                       GOBACK
                   WHEN "R"
                       DISPLAY "El dia ", ws-fecha-proceso,
                           " ya tuvo otro cierre despues (ultimo "
                           "cierre ", ws-fn-ultimo,
                           ") - corrida cancelada"
                       GOBACK
               END-EVALUATE.

           120-BUSCAR-CONVENIO.
               MOVE 0 TO flag-encontrado.
               OPEN INPUT CONVENIOS.
               IF cnv-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CONVENIOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cnv-cuit = ws-cuit-empleador
                               MOVE 1 TO flag-encontrado
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONVENIOS
               END-IF.
               IF flag-encontrado = 0
                   MOVE "SIN CONVENIO VIGENTE" TO ws-motivo-lote
                   MOVE 0 TO flag-lote
               ELSE
                   IF NOT cnv-vigente
                       MOVE "CONVENIO SUSPENDIDO" TO ws-motivo-lote
                       MOVE 0 TO flag-lote
                   ELSE
                       DISPLAY "Convenio: ",
                           FUNCTION TRIM(cnv-nombre),
                           " - cuenta a debitar ", cnv-socio
                   END-IF
               END-IF.

           150-TOMAR-LOCK.
               MOVE "T" TO ws-lock-accion.
               MOVE "ACREDITA-HABERES" TO ws-lock-prog.
               CALL "LOCK-SOCIOS" USING ws-lock-accion,
                   ws-lock-prog, ws-lock-resultado, ws-lock-titular
                   ON EXCEPTION
                       MOVE "O" TO ws-lock-resultado
               END-CALL.
               IF ws-lock-resultado NOT = "O"
                   DISPLAY "socios.dat esta tomado por: ",
                       FUNCTION TRIM(ws-lock-titular)
                   DISPLAY "Corrida cancelada - espere a que "
                       "termine o pida a un supervisor liberar "
                       "el lock"
                   GOBACK
               END-IF.

      *    Antes de tocar un solo saldo el archivo tiene que estar
      *    completo: si el trailer no coincide se devuelve entero.
           200-CARGAR-NOMINA.
               MOVE 1 TO flag-fin.
               PERFORM UNTIL flag-fin = 0
                   READ NOMINA AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       EVALUATE nom-det-tipo
                           WHEN "D"
                               PERFORM 210-GUARDAR-LINEA
                           WHEN "T"
                               MOVE 1 TO flag-trailer
                               MOVE 0 TO flag-fin
                       END-EVALUATE
                   END-READ
               END-PERFORM.
               IF flag-lote = 1
                   EVALUATE TRUE
                       WHEN flag-trailer = 0
                           MOVE "FALTA TRAILER" TO ws-motivo-lote
                           MOVE 0 TO flag-lote
                       WHEN nom-tra-cantidad NOT = cant-nomina
                           MOVE "TRAILER: CANTIDAD NO COINCIDE"
                               TO ws-motivo-lote
                           MOVE 0 TO flag-lote
                       WHEN nom-tra-total NOT = total-nomina
                           MOVE "TRAILER: IMPORTE NO COINCIDE"
                               TO ws-motivo-lote
                           MOVE 0 TO flag-lote
                   END-EVALUATE
               END-IF.

           210-GUARDAR-LINEA.
               IF cant-nomina < 2000
                   ADD 1 TO cant-nomina
                   MOVE nom-det-cuil TO tno-cuil(cant-nomina)
                   MOVE nom-det-nombre TO tno-nombre(cant-nomina)
                   MOVE nom-det-importe TO tno-importe(cant-nomina)
                   MOVE 0 TO tno-socio(cant-nomina)
                   MOVE SPACE TO tno-estado(cant-nomina)
                   MOVE SPACES TO tno-motivo(cant-nomina)
                   ADD nom-det-importe TO total-nomina
               ELSE
                   MOVE "SUPERA 2000 LINEAS" TO ws-motivo-lote
                   MOVE 0 TO flag-lote
                   MOVE 0 TO flag-fin
               END-IF.

      *    Una pasada por el maestro: cada socio con CUIT cargado se
      *    busca en la nomina. Si el mismo CUIL aparece en mas de una
      *    cuenta, gana la activa.
           300-APAREAR-SOCIOS.
               MOVE 0 TO soc-cod.
               START SOCIOS KEY IS NOT LESS THAN soc-cod
                   INVALID KEY
                       MOVE 0 TO flag-fin
                   NOT INVALID KEY
                       MOVE 1 TO flag-fin
               END-START.
               PERFORM UNTIL flag-fin = 0
                   READ SOCIOS NEXT AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       IF soc-cuit > 0
                           PERFORM 310-BUSCAR-EN-NOMINA
                       END-IF
                   END-READ
               END-PERFORM.

           310-BUSCAR-EN-NOMINA.
               PERFORM VARYING idx-nom FROM 1 BY 1
                       UNTIL idx-nom > cant-nomina
                   IF tno-cuil(idx-nom) = soc-cuit
                       IF tno-socio(idx-nom) = 0 OR
                           tno-estado(idx-nom) NOT = "A"
                           MOVE soc-cod TO tno-socio(idx-nom)
                           MOVE soc-estado TO tno-estado(idx-nom)
                           MOVE soc-saldo TO tno-saldo(idx-nom)
                       END-IF
                   END-IF
               END-PERFORM.

           350-CLASIFICAR-LINEAS.
               PERFORM VARYING idx-nom FROM 1 BY 1
                       UNTIL idx-nom > cant-nomina
                   PERFORM 360-CONTROLAR-LISTAS
                   EVALUATE TRUE
                       WHEN ws-scr-resultado = "B"
                           MOVE "BLOQUEO LISTAS CONTROL"
                               TO tno-motivo(idx-nom)
                       WHEN tno-socio(idx-nom) = 0
                           MOVE "CUIL INEXISTENTE"
                               TO tno-motivo(idx-nom)
                       WHEN tno-estado(idx-nom) = "B"
                           MOVE "SOCIO DADO DE BAJA"
                               TO tno-motivo(idx-nom)
                       WHEN tno-estado(idx-nom) = "F"
                           MOVE "SOCIO FALLECIDO"
                               TO tno-motivo(idx-nom)
                       WHEN tno-importe(idx-nom) = 0
                           MOVE "IMPORTE EN CERO"
                               TO tno-motivo(idx-nom)
                       WHEN tno-saldo(idx-nom) + tno-importe(idx-nom)
                           > 999999.99
                           MOVE "SALDO EXCEDERIA MAXIMO"
                               TO tno-motivo(idx-nom)
                   END-EVALUATE
                   IF tno-motivo(idx-nom) = SPACES
                       ADD 1 TO cant-acreditar
                       ADD tno-importe(idx-nom) TO total-acreditar
                   ELSE
                       ADD 1 TO cant-rechazar
                       ADD tno-importe(idx-nom) TO total-rechazar
                   END-IF
               END-PERFORM.
               COMPUTE ws-comision-lote = cnv-comision * cant-acreditar.
               COMPUTE ws-debito-empleador =
                   total-acreditar + ws-comision-lote.
               IF cant-acreditar = 0
                   MOVE "NINGUN CUIL ACREDITABLE" TO ws-motivo-lote
                   MOVE 0 TO flag-lote
               END-IF.

      *    Cada empleado pasa por las listas de sanciones y PEP: el
      *    CUIL exacto en una lista no se acredita; el nombre
      *    parecido se acredita y queda derivado a cumplimiento.
           360-CONTROLAR-LISTAS.
               MOVE tno-socio(idx-nom) TO ws-scr-socio.
               MOVE tno-cuil(idx-nom) TO ws-scr-cuit.
               MOVE tno-nombre(idx-nom) TO ws-scr-nombre.
               MOVE "L" TO ws-scr-resultado.
               CALL "SCREENING-LISTAS" USING ws-scr-origen,
                   ws-scr-socio, ws-scr-dni, ws-scr-cuit,
                   ws-scr-nombre, ws-scr-resultado, ws-scr-lista,
                   ws-scr-referencia, ws-scr-nuevas
                   ON EXCEPTION
                       MOVE "L" TO ws-scr-resultado
               END-CALL.
               IF ws-scr-resultado = "C"
                   ADD 1 TO cant-derivadas
               END-IF.

      *    El empleador paga lo que efectivamente se acredita mas la
      *    comision del convenio. Pasa por AUTORIZA-DEBITO sin el
      *    tope diario de la categoria (marca "L"): el pago de
      *    sueldos esta pactado en el convenio, pero embargo, estado
      *    y descubierto se controlan igual que en mostrador.
           400-DEBITAR-EMPLEADOR.
               MOVE cnv-socio TO soc-cod.
               READ SOCIOS INVALID KEY
                   MOVE "CUENTA EMPLEADOR INEXISTENTE"
                       TO ws-motivo-lote
                   MOVE 0 TO flag-lote
               END-READ.
               IF flag-lote = 1 AND ws-debito-empleador > 9999999.99
                   MOVE "LOTE SUPERA EL MAXIMO POR DEBITO"
                       TO ws-motivo-lote
                   MOVE 0 TO flag-lote
               END-IF.
               IF flag-lote = 1
                   MOVE soc-cod TO ws-aut-socio
                   MOVE soc-estado TO ws-aut-estado
                   MOVE soc-categoria TO ws-aut-cat
                   MOVE soc-saldo TO ws-aut-saldo
                   MOVE soc-limite-descubierto TO ws-aut-limite
                   MOVE ws-debito-empleador TO ws-aut-importe
                   MOVE 0 TO ws-aut-acum
                   MOVE "L" TO ws-aut-marca
                   MOVE "A" TO ws-aut-resultado
                   CALL "AUTORIZA-DEBITO" USING ws-aut-socio,
                       ws-aut-estado, ws-aut-cat, ws-aut-saldo,
                       ws-aut-limite, ws-aut-importe, ws-aut-acum,
                       ws-aut-marca, ws-aut-resultado,
                       ws-fecha-proceso
                       ON EXCEPTION
                           DISPLAY "ADVERTENCIA: falta "
                               "AUTORIZA-DEBITO - debito sin "
                               "controles comunes"
                           MOVE "A" TO ws-aut-resultado
                   END-CALL
                   EVALUATE ws-aut-resultado
                       WHEN "S"
                           MOVE "CUENTA EMPLEADOR NO ACTIVA"
                               TO ws-motivo-lote
                       WHEN "E"
                           MOVE "CUENTA EMPLEADOR EMBARGADA"
                               TO ws-motivo-lote
                       WHEN "D"
                           MOVE "EMPLEADOR SIN FONDOS"
                               TO ws-motivo-lote
                       WHEN "X"
                           MOVE "EMPLEADOR LEGAJO INCOMPLETO"
                               TO ws-motivo-lote
                   END-EVALUATE
                   IF ws-aut-resultado NOT = "A"
                       MOVE 0 TO flag-lote
                   END-IF
               END-IF.
               IF flag-lote = 1
                   MOVE soc-saldo TO ws-saldo-ant
                   SUBTRACT total-acreditar FROM soc-saldo
                   MOVE "PAGO-HABERES" TO ws-concepto
                   COMPUTE ws-importe = 0 - total-acreditar
                   PERFORM 700-GRABAR-RASTROS
                   IF ws-comision-lote > 0
                       MOVE soc-saldo TO ws-saldo-ant
                       SUBTRACT ws-comision-lote FROM soc-saldo
                       MOVE "COM-HABERES" TO ws-concepto
                       COMPUTE ws-importe = 0 - ws-comision-lote
                       PERFORM 700-GRABAR-RASTROS
                   END-IF
                   IF soc-saldo < 0 AND soc-fecha-rojo = 0
                       MOVE ws-fecha-proceso TO soc-fecha-rojo
                   END-IF
                   REWRITE soc-reg
               END-IF.

           500-ACREDITAR-SUELDOS.
               PERFORM VARYING idx-nom FROM 1 BY 1
                       UNTIL idx-nom > cant-nomina
                   IF tno-motivo(idx-nom) = SPACES
                       PERFORM 510-ACREDITAR-LINEA
                   END-IF
               END-PERFORM.

           510-ACREDITAR-LINEA.
               MOVE tno-socio(idx-nom) TO soc-cod.
               READ SOCIOS INVALID KEY
                   DISPLAY "ERROR: socio ", tno-socio(idx-nom),
                       " desaparecio durante la corrida"
               NOT INVALID KEY
                   MOVE soc-saldo TO ws-saldo-ant
                   ADD tno-importe(idx-nom) TO soc-saldo
                   IF soc-saldo >= 0
                       MOVE 0 TO soc-fecha-rojo
                   END-IF
                   REWRITE soc-reg
                   MOVE "ACRED-HABERES" TO ws-concepto
                   MOVE tno-importe(idx-nom) TO ws-importe
                   PERFORM 700-GRABAR-RASTROS
               END-READ.

           600-GRABAR-RESULTADO.
               MOVE SPACES TO ws-nombre-resultado.
               STRING "..\haberes"        DELIMITED BY SIZE
                      ws-cuit-empleador   DELIMITED BY SIZE
                      "_"                 DELIMITED BY SIZE
                      ws-fecha-hoy        DELIMITED BY SIZE
                      ".txt"              DELIMITED BY SIZE
                      INTO ws-nombre-resultado.
               OPEN OUTPUT RESULTADO.
               MOVE SPACES TO res-cabecera.
               MOVE "H" TO res-cab-tipo.
               MOVE ws-cuit-empleador TO res-cab-cuit.
               MOVE ws-fecha-pago TO res-cab-fecha.
               IF flag-lote = 1
                   MOVE "A" TO res-cab-estado
                   MOVE "LOTE ACREDITADO" TO res-cab-motivo
               ELSE
                   MOVE "R" TO res-cab-estado
                   MOVE ws-motivo-lote TO res-cab-motivo
               END-IF.
               WRITE res-cabecera.
               IF flag-lote = 1
                   PERFORM VARYING idx-nom FROM 1 BY 1
                           UNTIL idx-nom > cant-nomina
                       IF tno-motivo(idx-nom) NOT = SPACES
                           MOVE SPACES TO res-detalle
                           MOVE "D" TO res-det-tipo
                           MOVE tno-cuil(idx-nom) TO res-det-cuil
                           MOVE tno-nombre(idx-nom) TO res-det-nombre
                           MOVE tno-importe(idx-nom)
                               TO res-det-importe
                           MOVE tno-motivo(idx-nom) TO res-det-motivo
                           WRITE res-detalle
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE 0 TO cant-acreditar
                   MOVE 0 TO total-acreditar
                   MOVE 0 TO ws-comision-lote
                   MOVE cant-nomina TO cant-rechazar
                   MOVE total-nomina TO total-rechazar
               END-IF.
               MOVE SPACES TO res-trailer.
               MOVE "T" TO res-tra-tipo.
               MOVE cant-acreditar TO res-tra-cant-acred.
               MOVE total-acreditar TO res-tra-total-acred.
               MOVE cant-rechazar TO res-tra-cant-rech.
               MOVE total-rechazar TO res-tra-total-rech.
               MOVE ws-comision-lote TO res-tra-comision.
               WRITE res-trailer.
               CLOSE RESULTADO.

           700-GRABAR-RASTROS.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-reg.
               STRING aud-fecha-hora    DELIMITED BY SIZE
                      " | OPER: HABERES | SOCIO "
                                        DELIMITED BY SIZE
                      soc-cod           DELIMITED BY SIZE
                      " | "             DELIMITED BY SIZE
                      ws-concepto       DELIMITED BY SPACE
                      " | ANTES: "      DELIMITED BY SIZE
                      ws-saldo-ant      DELIMITED BY SIZE
                      " | DESPUES: "    DELIMITED BY SIZE
                      soc-saldo         DELIMITED BY SIZE
                      INTO aud-reg.
               CALL "SELLO-AUDITORIA" USING aud-reg
                   ON EXCEPTION
                       CONTINUE
               END-CALL.
               WRITE aud-reg.
               MOVE soc-cod TO mov-socio.
               MOVE aud-fecha-hora TO mov-fecha-hora.
               MOVE ws-fecha-proceso TO mov-fecha-hora(1:8).
               MOVE "HABERES" TO mov-operador.
               MOVE ws-concepto TO mov-concepto.
               MOVE ws-importe TO mov-importe.
               MOVE soc-saldo TO mov-saldo-result.
               MOVE 0 TO mov-dni-operante.
               MOVE soc-filial TO mov-filial-oper.
               MOVE soc-filial TO mov-filial-socio.
               WRITE mov-reg.

           900-FIN.
               IF flag-nomina = 1
                   CLOSE NOMINA
                   CLOSE SOCIOS
                   CLOSE AUDITORIA
                   CLOSE MOVIMIENTOS
                   PERFORM 950-LIBERAR-LOCK
                   DISPLAY "********** TOTALES DE CONTROL **********"
                   DISPLAY "Lineas de la nomina: ", cant-nomina,
                       " por $", total-nomina
                   IF flag-lote = 1
                       DISPLAY "Acreditadas: ", cant-acreditar,
                           " por $", total-acreditar
                       DISPLAY "No acreditadas: ", cant-rechazar,
                           " por $", total-rechazar
                       DISPLAY "Comision del convenio: $",
                           ws-comision-lote
                       DISPLAY "Derivadas a cumplimiento por "
                           "coincidencia de nombre: ", cant-derivadas
                   ELSE
                       DISPLAY "LOTE RECHAZADO: ",
                           FUNCTION TRIM(ws-motivo-lote)
                   END-IF
                   DISPLAY "Resultado para el empleador en ",
                       FUNCTION TRIM(ws-nombre-resultado)
               END-IF.

           950-LIBERAR-LOCK.
               MOVE "L" TO ws-lock-accion.
               CALL "LOCK-SOCIOS" USING ws-lock-accion,
                   ws-lock-prog, ws-lock-resultado, ws-lock-titular
                   ON EXCEPTION
                       CONTINUE
               END-CALL.

       END PROGRAM ACREDITA-HABERES.
