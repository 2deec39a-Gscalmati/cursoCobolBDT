      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-OPERADORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT operadores ASSIGN TO "..\operadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-fileStatus.

           SELECT vinculos ASSIGN TO "..\vinculosOperadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS vop-fileStatus.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS aud-fileStatus.

           SELECT sesiones ASSIGN TO "..\sesiones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ses-fileStatus.

           SELECT mov-historico ASSIGN TO "..\movHistorico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS movh-clave
               FILE STATUS IS movh-fileStatus.

           SELECT movimientos ASSIGN TO "..\movimientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mov-fileStatus.

           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod
               FILE STATUS IS soc-fileStatus.

           SELECT hallazgos ASSIGN TO "..\hallazgosOperadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hal-nro
               FILE STATUS IS hal-fileStatus.

           SELECT spool-control ASSIGN TO ws-nombre-spool
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT catalogo ASSIGN TO "..\catalogoReportes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cat-fileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  operadores.
       01  oper-reg.
           03 oper-id pic x(10).
           03 oper-pass pic x(10).
           03 oper-rol pic x(10).
           03 oper-estado pic x.
           03 oper-fecha-pass pic 9(8).
           03 oper-forzar-cambio pic x.
           03 oper-intentos pic 9.
           03 oper-filial pic 99.

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

       FD  auditoria.
       01  aud-linea pic x(180).

       FD  sesiones.
       01  ses-reg.
           03 ses-operador pic x(10).
           03 ses-inicio pic x(14).
           03 ses-fin pic x(14).
           03 ses-altas pic 9(5).
           03 ses-bajas pic 9(5).
           03 ses-cant-dep pic 9(5).
           03 ses-monto-dep pic 9(9)v99.
           03 ses-cant-ext pic 9(5).
           03 ses-monto-ext pic 9(9)v99.
           03 ses-cant-com pic 9(5).
           03 ses-monto-com pic 9(9)v99.
           03 ses-fecha-negocio pic 9(8).

       FD  mov-historico.
       01  movh-reg.
           03 movh-clave.
               05 movh-socio pic 9(6).
               05 movh-fecha-hora pic x(14).
               05 movh-seq pic 9(3).
           03 movh-operador pic x(10).
           03 movh-concepto pic x(13).
           03 movh-importe pic s9(7)v99.
           03 movh-saldo-result pic s9(7)v99.

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

       FD  socios.
       01  soc-reg.
           03 soc-cod pic 9(6).
           03 soc-nom pic x(20).
           03 soc-saldo pic s9(6)v99.
           03 soc-estado pic x.
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

      *    Hallazgos del control semanal de operadores. Quedan
      *    pendientes (P) hasta que auditoria interna los revisa y
      *    los cierra (C) con su comentario.
       FD  hallazgos.
       01  hal-reg.
           03 hal-nro pic 9(6).
           03 hal-semana-desde pic 9(8).
           03 hal-semana-hasta pic 9(8).
           03 hal-tipo pic x.
               88 hal-alta-debitos value "A".
               88 hal-fuera-horario value "H".
               88 hal-cuenta-propia value "P".
               88 hal-reciprocas value "R".
           03 hal-operador pic x(10).
           03 hal-operador-2 pic x(10).
           03 hal-socio pic 9(6).
           03 hal-fecha pic 9(8).
           03 hal-cantidad pic 9(5).
           03 hal-importe pic 9(9)v99.
           03 hal-detalle pic x(40).
           03 hal-estado pic x.
               88 hal-pendiente value "P".
               88 hal-cerrado value "C".
           03 hal-fecha-cierre pic 9(8).
           03 hal-auditor pic x(10).
           03 hal-comentario pic x(60).

       FD  spool-control.
       01  spc-linea pic x(132).

       FD  catalogo.
       01  cat-reg.
           03 cat-fecha-hora pic x(14).
           03 cat-programa pic x(20).
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  flag-admin-ok pic 9.
       01  flag-controlada pic 9.
       01  flag-hal-lee pic 9.
       01  flag-hal pic 9.
       01  opc-menu pic 9.
       01  oper-fileStatus pic xx.
       01  vop-fileStatus pic xx.
       01  aud-fileStatus pic xx.
       01  ses-fileStatus pic xx.
       01  movh-fileStatus pic xx.
       01  mov-fileStatus pic xx.
       01  soc-fileStatus pic xx.
       01  hal-fileStatus pic xx.
       01  cat-fileStatus pic xx.
       01  ws-admin-id pic x(10).
       01  ws-admin-pass pic x(10).
       01  ws-nombre-spool pic x(40).
       01  ws-ts-spool pic x(14).
       01  ws-fecha-proceso pic 9(8).
       01  ws-fecha-desde pic 9(8).
       01  ws-fecha-altas pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-par-clave pic x(14).
       01  ws-par-fecha pic 9(8).
       01  ws-par-valor pic 9(9)v9999.
       01  ws-par-resultado pic x.
       01  ws-deb-grande pic 9(7)v99.
       01  ws-alta-dias pic 9(3).
       01  ws-min-reciprocas pic 9(3).
       01  ws-hora-desde-gral pic 9(4).
       01  ws-hora-hasta-gral pic 9(4).
       01  ws-filial-txt pic 99.
       01  ws-habil pic x.
       01  ws-dias pic s9(5).
       01  ws-debito pic 9(7)v99.
       01  ws-hal-nro pic 9(6).
       01  ws-hal-ingresado pic 9(6).
       01  ws-confirma pic x.
       01  ws-hal-detalle-aux pic x(40).
       01  aud-fecha-hora pic x(14).

      *    Campos del renglon de auditoria.
       01  u-fecha pic x(14).
       01  u-oper pic x(20).
       01  u-socio pic x(12).
       01  u-op pic x(13).
       01  u-antes pic x(40).
       01  u-despues pic x(40).
       01  u-origen pic x(40).
       01  u-fecha-num pic 9(8).
       01  u-cod pic 9(6).
       01  u-operador-id pic x(10).
       01  u-solicitante pic x(10).

      *    Operacion a controlar contra el horario de la filial.
       01  ws-chk-oper pic x(10).
       01  ws-chk-fecha pic 9(8).
       01  ws-chk-hora pic 9(4).
       01  ws-chk-motivo pic x.

       01  tabla-operadores.
           03 top-item occurs 50 times.
               05 top-id pic x(10).
               05 top-filial pic 99.
               05 top-hora-desde pic 9(4).
               05 top-hora-hasta pic 9(4).
       01  cant-top pic 99 value 0.
       01  idx-top pic 99.

       01  tabla-vinculos.
           03 tvo-item occurs 300 times.
               05 tvo-operador pic x(10).
               05 tvo-tipo pic x.
               05 tvo-dni pic 9(8).
               05 tvo-calle pic x(20).
               05 tvo-num pic 9(05).
               05 tvo-piso pic 99.
               05 tvo-depto pic xx.
       01  cant-tvo pic 9(3) value 0.
       01  idx-tvo pic 9(3).

      *    Altas de socios con el operador que las hizo, desde
      *    SOD-ALTA-DIAS antes de la semana.
       01  tabla-altas.
           03 tal-item occurs 2000 times.
               05 tal-socio pic 9(6).
               05 tal-operador pic x(10).
               05 tal-fecha pic 9(8).
       01  cant-tal pic 9(4) value 0.
       01  idx-tal pic 9(4).

      *    Debitos grandes sobre cuentas abiertas por el mismo
      *    operador.
       01  tabla-debitos.
           03 tdb-item occurs 1000 times.
               05 tdb-operador pic x(10).
               05 tdb-socio pic 9(6).
               05 tdb-fecha-alta pic 9(8).
               05 tdb-cant pic 9(5).
               05 tdb-total pic 9(9)v99.
       01  cant-tdb pic 9(4) value 0.
       01  idx-tdb pic 9(4).

      *    Operaciones fuera de horario, por operador, dia y motivo
      *    (H fuera de hora, S fin de semana, F feriado).
       01  tabla-horario.
           03 thr-item occurs 1000 times.
               05 thr-operador pic x(10).
               05 thr-fecha pic 9(8).
               05 thr-motivo pic x.
               05 thr-cant pic 9(5).
               05 thr-primera pic 9(4).
               05 thr-ultima pic 9(4).
       01  cant-thr pic 9(4) value 0.
       01  idx-thr pic 9(4).

      *    Dias de la semana ya consultados contra el calendario.
       01  tabla-dias.
           03 tdi-item occurs 7 times.
               05 tdi-fecha pic 9(8).
               05 tdi-habil pic x.
       01  cant-tdi pic 9 value 0.
       01  idx-tdi pic 9.

      *    Cuentas que cada operador toco por ventanilla en la semana.
       01  tabla-accesos.
           03 tac-item occurs 5000 times.
               05 tac-operador pic x(10).
               05 tac-socio pic 9(6).
               05 tac-cant pic 9(5).
       01  cant-tac pic 9(4) value 0.
       01  idx-tac pic 9(4).

      *    Aprobaciones de la semana: aprobador y quien cargo la
      *    operacion.
       01  tabla-pares.
           03 tpa-item occurs 500 times.
               05 tpa-aprobador pic x(10).
               05 tpa-solicitante pic x(10).
               05 tpa-cant pic 9(5).
       01  cant-tpa pic 9(3) value 0.
       01  idx-tpa pic 9(3).
       01  idx-tpa-2 pic 9(3).

       01  cant-lineas pic 99 value 0.
       01  cant-paginas pic 9(4) value 0.
       01  cant-hal-a pic 9(5) value 0.
       01  cant-hal-h pic 9(5) value 0.
       01  cant-hal-p pic 9(5) value 0.
       01  cant-hal-r pic 9(5) value 0.
       01  cant-pendientes pic 9(5) value 0.

       01  ws-fecha-aux pic 9(8).
       01  ws-fecha-aux-r redefines ws-fecha-aux.
           03 ws-fa-aaaa pic 9(4).
           03 ws-fa-mm pic 99.
           03 ws-fa-dd pic 99.
       01  ws-fecha-ed.
           03 ws-fed-dd pic 99.
           03 filler pic x value "/".
           03 ws-fed-mm pic 99.
           03 filler pic x value "/".
           03 ws-fed-aaaa pic 9(4).

       01  lin-titulo.
           03 filler pic x(43) value
               "CONTROL DE OPERADORES - SEMANA DEL ".
           03 l-tit-desde pic x(10).
           03 filler pic x(4) value " AL ".
           03 l-tit-hasta pic x(10).
           03 filler pic x(9) value "   HOJA ".
           03 l-tit-hoja pic zzz9.

       01  lin-seccion pic x(80).

       01  lin-hallazgo.
           03 filler pic x(2) value spaces.
           03 l-hal-nro pic 9(6).
           03 filler pic x value space.
           03 l-hal-operador pic x(10).
           03 filler pic x value space.
           03 l-hal-operador-2 pic x(10).
           03 filler pic x value space.
           03 l-hal-socio pic x(6).
           03 filler pic x value space.
           03 l-hal-fecha pic x(10).
           03 filler pic x value space.
           03 l-hal-cantidad pic zzzz9.
           03 filler pic x value space.
           03 l-hal-importe pic zzz,zzz,zz9.99.
           03 filler pic x value space.
           03 l-hal-detalle pic x(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "CONTROL DE OPERADORES (SEGREGACION DE FUNCIONES)".
            PERFORM 100-LOGIN-SUPERVISOR.
            IF flag-admin-ok = 1
               MOVE 9 TO opc-menu
               PERFORM UNTIL opc-menu = 0
                   DISPLAY "1 - Control semanal (genera hallazgos)"
                   DISPLAY "2 - Revisar y cerrar hallazgos pendientes"
                   DISPLAY "0 - Salir"
                   ACCEPT opc-menu
                   EVALUATE opc-menu
                       WHEN 1
                           PERFORM 200-CONTROL-SEMANAL
                       WHEN 2
                           PERFORM 700-REVISAR-HALLAZGOS
                   END-EVALUATE
               END-PERFORM
            END-IF.
            GOBACK.

           100-LOGIN-SUPERVISOR.
               MOVE 0 TO flag-admin-ok.
               DISPLAY "Usuario supervisor:".
               ACCEPT ws-admin-id.
               DISPLAY "Contrasena:".
               ACCEPT ws-admin-pass.
               OPEN INPUT OPERADORES.
               IF oper-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ OPERADORES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF oper-id = ws-admin-id AND
                               oper-pass = ws-admin-pass AND
                               oper-rol = "SUPERVISOR" AND
                               oper-estado = "A"
                               MOVE 1 TO flag-admin-ok
                               MOVE 0 TO flag-fin
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERADORES
               END-IF.
               IF flag-admin-ok = 0
                   DISPLAY "Credenciales invalidas o sin rol de "
                       "supervisor - acceso denegado"
               END-IF.

      *    La semana termina en la fecha de proceso (un dia cerrado)
      *    y se controla una sola vez: repetirla duplicaria los
      *    hallazgos.
           200-CONTROL-SEMANAL.
               DISPLAY "Ultimo dia de la semana AAAAMMDD (0 = ultimo "
                   "dia cerrado):".
               ACCEPT ws-fecha-proceso.
               MOVE "S" TO ws-fn-resultado.
               PERFORM 205-VALIDAR-FECHA-PROCESO.
               IF ws-fn-resultado NOT = "A"
                   COMPUTE ws-fecha-desde = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(ws-fecha-proceso) - 6)
                   PERFORM 210-LEER-PARAMETROS
                   PERFORM 220-ABRIR-HALLAZGOS
                   IF flag-controlada = 1
                       DISPLAY "La semana del ", ws-fecha-desde,
                           " ya fue controlada - corrida cancelada"
                       CLOSE HALLAZGOS
                   ELSE
                       PERFORM 230-CARGAR-OPERADORES
                       PERFORM 240-CARGAR-VINCULOS
                       PERFORM 300-LEER-AUDITORIA
                       PERFORM 330-LEER-SESIONES
                       PERFORM 400-LEER-MOVIMIENTOS
                       PERFORM 500-GRABAR-HALLAZGOS
                       CLOSE HALLAZGOS
                       DISPLAY "Hallazgos: alta y debitos ",
                           cant-hal-a, "  fuera de horario ",
                           cant-hal-h, "  cuenta propia/familiar ",
                           cant-hal-p, "  aprobaciones reciprocas ",
                           cant-hal-r
                       DISPLAY "Informe en ",
                           FUNCTION TRIM(ws-nombre-spool)
                   END-IF
               END-IF.

           205-VALIDAR-FECHA-PROCESO.
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
               END-EVALUATE.

      *    Umbral del debito "grande", dias despues del alta en que
      *    se vigila la cuenta, minimo de aprobaciones en cada
      *    sentido para marcar a una pareja, y horario de atencion
      *    general (HORA-DESDE / HORA-HASTA, HHMM).
           210-LEER-PARAMETROS.
               MOVE ws-fecha-proceso TO ws-par-fecha.
               MOVE "SOD-DEB-GRANDE" TO ws-par-clave.
               PERFORM 215-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-deb-grande
               ELSE
                   MOVE 50000 TO ws-deb-grande
               END-IF.
               MOVE "SOD-ALTA-DIAS" TO ws-par-clave.
               PERFORM 215-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-alta-dias
               ELSE
                   MOVE 30 TO ws-alta-dias
               END-IF.
               MOVE "SOD-RECIPROCAS" TO ws-par-clave.
               PERFORM 215-LEER-PARAMETRO.
               IF ws-par-resultado = "O" AND ws-par-valor > 0
                   MOVE ws-par-valor TO ws-min-reciprocas
               ELSE
                   MOVE 3 TO ws-min-reciprocas
               END-IF.
               MOVE "HORA-DESDE" TO ws-par-clave.
               PERFORM 215-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-hora-desde-gral
               ELSE
                   MOVE 0800 TO ws-hora-desde-gral
               END-IF.
               MOVE "HORA-HASTA" TO ws-par-clave.
               PERFORM 215-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-hora-hasta-gral
               ELSE
                   MOVE 1800 TO ws-hora-hasta-gral
               END-IF.
               COMPUTE ws-fecha-altas = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-fecha-desde)
                   - ws-alta-dias).

           215-LEER-PARAMETRO.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.

      *    Deja el archivo abierto en I-O, el ultimo numero usado en
      *    ws-hal-nro y avisa si la semana ya tiene hallazgos.
           220-ABRIR-HALLAZGOS.
               MOVE 0 TO flag-controlada.
               MOVE 0 TO ws-hal-nro.
               OPEN I-O HALLAZGOS.
               IF hal-fileStatus = "35"
                   OPEN OUTPUT HALLAZGOS
                   CLOSE HALLAZGOS
                   OPEN I-O HALLAZGOS
               END-IF.
               MOVE 0 TO hal-nro.
               START HALLAZGOS KEY IS NOT LESS THAN hal-nro
                   INVALID KEY
                       MOVE 0 TO flag-hal-lee
                   NOT INVALID KEY
                       MOVE 1 TO flag-hal-lee
               END-START.
               PERFORM UNTIL flag-hal-lee = 0
                   READ HALLAZGOS NEXT AT END
                       MOVE 0 TO flag-hal-lee
                   NOT AT END
                       MOVE hal-nro TO ws-hal-nro
                       IF hal-semana-desde = ws-fecha-desde
                           MOVE 1 TO flag-controlada
                       END-IF
                   END-READ
               END-PERFORM.

      *    Cada operador con el horario de su filial: HORA-DESDE-nn
      *    y HORA-HASTA-nn si la filial tiene uno propio, si no el
      *    general.
           230-CARGAR-OPERADORES.
               MOVE 0 TO cant-top.
               OPEN INPUT OPERADORES.
               IF oper-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ OPERADORES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-top < 50
                               ADD 1 TO cant-top
                               PERFORM 235-HORARIO-OPERADOR
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERADORES
               END-IF.

           235-HORARIO-OPERADOR.
               MOVE oper-id TO top-id(cant-top).
               MOVE oper-filial TO top-filial(cant-top).
               MOVE oper-filial TO ws-filial-txt.
               MOVE ws-hora-desde-gral TO top-hora-desde(cant-top).
               MOVE ws-hora-hasta-gral TO top-hora-hasta(cant-top).
               MOVE SPACES TO ws-par-clave.
               STRING "HORA-DESDE-" DELIMITED BY SIZE
                      ws-filial-txt DELIMITED BY SIZE
                      INTO ws-par-clave.
               PERFORM 215-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO top-hora-desde(cant-top)
               END-IF.
               MOVE SPACES TO ws-par-clave.
               STRING "HORA-HASTA-" DELIMITED BY SIZE
                      ws-filial-txt DELIMITED BY SIZE
                      INTO ws-par-clave.
               PERFORM 215-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO top-hora-hasta(cant-top)
               END-IF.

           240-CARGAR-VINCULOS.
               MOVE 0 TO cant-tvo.
               OPEN INPUT VINCULOS.
               IF vop-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ VINCULOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cant-tvo < 300
                               ADD 1 TO cant-tvo
                               MOVE vop-operador
                                   TO tvo-operador(cant-tvo)
                               MOVE vop-tipo TO tvo-tipo(cant-tvo)
                               MOVE vop-dni TO tvo-dni(cant-tvo)
                               MOVE vop-calle TO tvo-calle(cant-tvo)
                               MOVE vop-num TO tvo-num(cant-tvo)
                               MOVE vop-piso TO tvo-piso(cant-tvo)
                               MOVE vop-depto TO tvo-depto(cant-tvo)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VINCULOS
               END-IF.

      *    Del log de auditoria salen las altas (con su operador),
      *    las aprobaciones de la cola y cada operacion hecha por
      *    ventanilla, con su hora real.
           300-LEER-AUDITORIA.
               OPEN INPUT AUDITORIA.
               IF aud-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ AUDITORIA AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           PERFORM 310-PARSEAR-LINEA
                           IF u-fecha-num >= ws-fecha-altas AND
                               u-fecha-num <= ws-fecha-proceso
                               PERFORM 320-CLASIFICAR-LINEA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDITORIA
               END-IF.

           310-PARSEAR-LINEA.
               MOVE SPACES TO u-fecha u-oper u-socio u-op
                              u-antes u-despues u-origen.
               UNSTRING aud-linea DELIMITED BY " | "
                   INTO u-fecha, u-oper, u-socio, u-op,
                        u-antes, u-despues, u-origen.
               IF u-fecha(1:8) IS NUMERIC
                   MOVE u-fecha(1:8) TO u-fecha-num
               ELSE
                   MOVE 0 TO u-fecha-num
               END-IF.
               IF u-socio(7:6) IS NUMERIC
                   MOVE u-socio(7:6) TO u-cod
               ELSE
                   MOVE 0 TO u-cod
               END-IF.
               MOVE u-oper(7:10) TO u-operador-id.

           320-CLASIFICAR-LINEA.
               IF u-op = "ALTA" AND u-cod > 0 AND cant-tal < 2000
                   ADD 1 TO cant-tal
                   MOVE u-cod TO tal-socio(cant-tal)
                   MOVE u-operador-id TO tal-operador(cant-tal)
                   MOVE u-fecha-num TO tal-fecha(cant-tal)
               END-IF.
               IF u-fecha-num >= ws-fecha-desde
                   IF u-op = "APROB-SALDO"
                       MOVE SPACES TO u-solicitante
                       UNSTRING u-antes(8:) DELIMITED BY SPACE
                           INTO u-solicitante
                       PERFORM 325-SUMAR-PAR
                   END-IF
                   IF u-origen(1:14) = "ORIGEN: TELLER"
                       MOVE u-operador-id TO ws-chk-oper
                       MOVE u-fecha-num TO ws-chk-fecha
                       IF u-fecha(9:4) IS NUMERIC
                           MOVE u-fecha(9:4) TO ws-chk-hora
                           PERFORM 350-CONTROLAR-HORARIO
                       END-IF
                       IF u-cod > 0
                           PERFORM 328-SUMAR-ACCESO
                       END-IF
                   END-IF
               END-IF.

           325-SUMAR-PAR.
               MOVE 0 TO idx-tpa-2.
               PERFORM VARYING idx-tpa FROM 1 BY 1
                       UNTIL idx-tpa > cant-tpa
                   IF tpa-aprobador(idx-tpa) = u-operador-id AND
                       tpa-solicitante(idx-tpa) = u-solicitante
                       MOVE idx-tpa TO idx-tpa-2
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tpa-2 = 0 AND cant-tpa < 500
                   ADD 1 TO cant-tpa
                   MOVE cant-tpa TO idx-tpa-2
                   MOVE u-operador-id TO tpa-aprobador(idx-tpa-2)
                   MOVE u-solicitante TO tpa-solicitante(idx-tpa-2)
                   MOVE 0 TO tpa-cant(idx-tpa-2)
               END-IF.
               IF idx-tpa-2 > 0
                   ADD 1 TO tpa-cant(idx-tpa-2)
               END-IF.

           328-SUMAR-ACCESO.
               MOVE 0 TO idx-tac.
               PERFORM VARYING idx-tac FROM 1 BY 1
                       UNTIL idx-tac > cant-tac
                   IF tac-operador(idx-tac) = u-operador-id AND
                       tac-socio(idx-tac) = u-cod
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tac > cant-tac
                   IF cant-tac < 5000
                       ADD 1 TO cant-tac
                       MOVE cant-tac TO idx-tac
                       MOVE u-operador-id TO tac-operador(idx-tac)
                       MOVE u-cod TO tac-socio(idx-tac)
                       MOVE 0 TO tac-cant(idx-tac)
                   ELSE
                       MOVE 0 TO idx-tac
                   END-IF
               END-IF.
               IF idx-tac > 0
                   ADD 1 TO tac-cant(idx-tac)
               END-IF.

      *    El ingreso al ABM tambien cuenta como actividad fuera de
      *    horario aunque no se haya operado.
           330-LEER-SESIONES.
               OPEN INPUT SESIONES.
               IF ses-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ SESIONES AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF ses-inicio(1:8) IS NUMERIC AND
                               ses-inicio(9:4) IS NUMERIC
                               MOVE ses-inicio(1:8) TO ws-chk-fecha
                               IF ws-chk-fecha >= ws-fecha-desde AND
                                   ws-chk-fecha <= ws-fecha-proceso
                                   MOVE ses-operador TO ws-chk-oper
                                   MOVE ses-inicio(9:4) TO ws-chk-hora
                                   PERFORM 350-CONTROLAR-HORARIO
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SESIONES
               END-IF.

           350-CONTROLAR-HORARIO.
               MOVE SPACE TO ws-chk-motivo.
               PERFORM 360-DIA-HABIL.
               IF ws-habil = "S" OR ws-habil = "F"
                   MOVE ws-habil TO ws-chk-motivo
               ELSE
                   PERFORM 370-UBICAR-OPERADOR
                   IF idx-top > 0
                       IF ws-chk-hora < top-hora-desde(idx-top) OR
                           ws-chk-hora >= top-hora-hasta(idx-top)
                           MOVE "H" TO ws-chk-motivo
                       END-IF
                   ELSE
                       IF ws-chk-hora < ws-hora-desde-gral OR
                           ws-chk-hora >= ws-hora-hasta-gral
                           MOVE "H" TO ws-chk-motivo
                       END-IF
                   END-IF
               END-IF.
               IF ws-chk-motivo NOT = SPACE
                   PERFORM 380-SUMAR-HORARIO
               END-IF.

           360-DIA-HABIL.
               MOVE SPACE TO ws-habil.
               PERFORM VARYING idx-tdi FROM 1 BY 1
                       UNTIL idx-tdi > cant-tdi
                   IF tdi-fecha(idx-tdi) = ws-chk-fecha
                       MOVE tdi-habil(idx-tdi) TO ws-habil
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF ws-habil = SPACE
                   MOVE "H" TO ws-habil
                   CALL "FECHA-HABIL" USING ws-chk-fecha, ws-habil
                       ON EXCEPTION
                           MOVE "H" TO ws-habil
                   END-CALL
                   IF cant-tdi < 7
                       ADD 1 TO cant-tdi
                       MOVE ws-chk-fecha TO tdi-fecha(cant-tdi)
                       MOVE ws-habil TO tdi-habil(cant-tdi)
                   END-IF
               END-IF.

           370-UBICAR-OPERADOR.
               MOVE 0 TO idx-top.
               PERFORM VARYING idx-top FROM 1 BY 1
                       UNTIL idx-top > cant-top
                   IF top-id(idx-top) = ws-chk-oper
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-top > cant-top
                   MOVE 0 TO idx-top
               END-IF.

           380-SUMAR-HORARIO.
               PERFORM VARYING idx-thr FROM 1 BY 1
                       UNTIL idx-thr > cant-thr
                   IF thr-operador(idx-thr) = ws-chk-oper AND
                       thr-fecha(idx-thr) = ws-chk-fecha AND
                       thr-motivo(idx-thr) = ws-chk-motivo
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-thr > cant-thr
                   IF cant-thr < 1000
                       ADD 1 TO cant-thr
                       MOVE cant-thr TO idx-thr
                       MOVE ws-chk-oper TO thr-operador(idx-thr)
                       MOVE ws-chk-fecha TO thr-fecha(idx-thr)
                       MOVE ws-chk-motivo TO thr-motivo(idx-thr)
                       MOVE 0 TO thr-cant(idx-thr)
                       MOVE ws-chk-hora TO thr-primera(idx-thr)
                       MOVE ws-chk-hora TO thr-ultima(idx-thr)
                   ELSE
                       MOVE 0 TO idx-thr
                   END-IF
               END-IF.
               IF idx-thr > 0
                   ADD 1 TO thr-cant(idx-thr)
                   IF ws-chk-hora < thr-primera(idx-thr)
                       MOVE ws-chk-hora TO thr-primera(idx-thr)
                   END-IF
                   IF ws-chk-hora > thr-ultima(idx-thr)
                       MOVE ws-chk-hora TO thr-ultima(idx-thr)
                   END-IF
               END-IF.

      *    Debitos grandes de la semana, del historico y del diario
      *    aun no cargado, hechos por el mismo operador que dio de
      *    alta la cuenta dentro de los SOD-ALTA-DIAS anteriores.
           400-LEER-MOVIMIENTOS.
               OPEN INPUT MOV-HISTORICO.
               IF movh-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ MOV-HISTORICO NEXT AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF movh-importe < 0 AND
                               movh-fecha-hora(1:8) IS NUMERIC
                               MOVE movh-socio TO u-cod
                               MOVE movh-operador TO u-operador-id
                               MOVE movh-fecha-hora(1:8) TO u-fecha-num
                               COMPUTE ws-debito = 0 - movh-importe
                               PERFORM 410-CONTROLAR-DEBITO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOV-HISTORICO
               END-IF.
               OPEN INPUT MOVIMIENTOS.
               IF mov-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ MOVIMIENTOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF mov-importe < 0 AND
                               mov-fecha-hora(1:8) IS NUMERIC
                               MOVE mov-socio TO u-cod
                               MOVE mov-operador TO u-operador-id
                               MOVE mov-fecha-hora(1:8) TO u-fecha-num
                               COMPUTE ws-debito = 0 - mov-importe
                               PERFORM 410-CONTROLAR-DEBITO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOVIMIENTOS
               END-IF.

           410-CONTROLAR-DEBITO.
               IF u-fecha-num >= ws-fecha-desde AND
                   u-fecha-num <= ws-fecha-proceso AND
                   ws-debito >= ws-deb-grande
                   PERFORM VARYING idx-tal FROM 1 BY 1
                           UNTIL idx-tal > cant-tal
                       IF tal-socio(idx-tal) = u-cod AND
                           tal-operador(idx-tal) = u-operador-id
                           COMPUTE ws-dias =
                               FUNCTION INTEGER-OF-DATE(u-fecha-num) -
                               FUNCTION INTEGER-OF-DATE(
                                   tal-fecha(idx-tal))
                           IF ws-dias >= 0 AND ws-dias <= ws-alta-dias
                               PERFORM 420-SUMAR-DEBITO
                               EXIT PERFORM
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF.

           420-SUMAR-DEBITO.
               PERFORM VARYING idx-tdb FROM 1 BY 1
                       UNTIL idx-tdb > cant-tdb
                   IF tdb-operador(idx-tdb) = u-operador-id AND
                       tdb-socio(idx-tdb) = u-cod
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tdb > cant-tdb
                   IF cant-tdb < 1000
                       ADD 1 TO cant-tdb
                       MOVE cant-tdb TO idx-tdb
                       MOVE u-operador-id TO tdb-operador(idx-tdb)
                       MOVE u-cod TO tdb-socio(idx-tdb)
                       MOVE tal-fecha(idx-tal)
                           TO tdb-fecha-alta(idx-tdb)
                       MOVE 0 TO tdb-cant(idx-tdb)
                       MOVE 0 TO tdb-total(idx-tdb)
                   ELSE
                       MOVE 0 TO idx-tdb
                   END-IF
               END-IF.
               IF idx-tdb > 0
                   ADD 1 TO tdb-cant(idx-tdb)
                   ADD ws-debito TO tdb-total(idx-tdb)
               END-IF.

      *    Un hallazgo por patron detectado, numerado a continuacion
      *    del ultimo, y el informe de la semana con el mismo
      *    detalle.
           500-GRABAR-HALLAZGOS.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
               MOVE SPACES TO ws-nombre-spool.
               STRING "..\spoolControlOperadores_" DELIMITED BY SIZE
                      ws-ts-spool                  DELIMITED BY SIZE
                      ".txt"                       DELIMITED BY SIZE
                      INTO ws-nombre-spool.
               OPEN OUTPUT SPOOL-CONTROL.
               PERFORM 610-ENCABEZADO.
               MOVE "ALTA DE SOCIO Y DEBITOS GRANDES DEL MISMO "
                   TO lin-seccion.
               MOVE "OPERADOR" TO lin-seccion(43:).
               PERFORM 690-LINEA-SECCION.
               PERFORM VARYING idx-tdb FROM 1 BY 1
                       UNTIL idx-tdb > cant-tdb
                   PERFORM 510-HALLAZGO-DEBITOS
               END-PERFORM.
               MOVE "OPERACIONES FUERA DE HORARIO, FIN DE SEMANA O "
                   TO lin-seccion.
               MOVE "FERIADO" TO lin-seccion(47:).
               PERFORM 690-LINEA-SECCION.
               PERFORM VARYING idx-thr FROM 1 BY 1
                       UNTIL idx-thr > cant-thr
                   PERFORM 520-HALLAZGO-HORARIO
               END-PERFORM.
               MOVE "OPERACIONES SOBRE CUENTA PROPIA O DE FAMILIARES"
                   TO lin-seccion.
               PERFORM 690-LINEA-SECCION.
               OPEN INPUT SOCIOS.
               IF soc-fileStatus = "00"
                   PERFORM VARYING idx-tac FROM 1 BY 1
                           UNTIL idx-tac > cant-tac
                       PERFORM 530-HALLAZGO-CUENTA-PROPIA
                   END-PERFORM
                   CLOSE SOCIOS
               END-IF.
               MOVE "APROBACIONES RECIPROCAS ENTRE OPERADORES"
                   TO lin-seccion.
               PERFORM 690-LINEA-SECCION.
               PERFORM VARYING idx-tpa FROM 1 BY 1
                       UNTIL idx-tpa > cant-tpa
                   PERFORM 540-HALLAZGO-RECIPROCAS
               END-PERFORM.
               CLOSE SPOOL-CONTROL.
               PERFORM 750-CATALOGAR.

           505-NUEVO-HALLAZGO.
               ADD 1 TO ws-hal-nro.
               INITIALIZE hal-reg.
               MOVE ws-hal-nro TO hal-nro.
               MOVE ws-fecha-desde TO hal-semana-desde.
               MOVE ws-fecha-proceso TO hal-semana-hasta.
               MOVE SPACES TO hal-operador-2.
               SET hal-pendiente TO TRUE.

           510-HALLAZGO-DEBITOS.
               PERFORM 505-NUEVO-HALLAZGO.
               SET hal-alta-debitos TO TRUE.
               MOVE tdb-operador(idx-tdb) TO hal-operador.
               MOVE tdb-socio(idx-tdb) TO hal-socio.
               MOVE tdb-fecha-alta(idx-tdb) TO hal-fecha.
               MOVE tdb-cant(idx-tdb) TO hal-cantidad.
               MOVE tdb-total(idx-tdb) TO hal-importe.
               MOVE "DEBITOS SOBRE CUENTA QUE EL MISMO ABRIO"
                   TO hal-detalle.
               PERFORM 590-GRABAR-HALLAZGO.
               ADD 1 TO cant-hal-a.

           520-HALLAZGO-HORARIO.
               PERFORM 505-NUEVO-HALLAZGO.
               SET hal-fuera-horario TO TRUE.
               MOVE thr-operador(idx-thr) TO hal-operador.
               MOVE thr-fecha(idx-thr) TO hal-fecha.
               MOVE thr-cant(idx-thr) TO hal-cantidad.
               EVALUATE thr-motivo(idx-thr)
                   WHEN "S"
                       MOVE "FIN DE SEMANA" TO hal-detalle
                   WHEN "F"
                       MOVE "FERIADO" TO hal-detalle
                   WHEN OTHER
                       MOVE "FUERA DE HORARIO FILIAL" TO hal-detalle
               END-EVALUATE.
               STRING " (" DELIMITED BY SIZE
                      thr-primera(idx-thr)(1:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      thr-primera(idx-thr)(3:2) DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      thr-ultima(idx-thr)(1:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      thr-ultima(idx-thr)(3:2) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO hal-detalle(24:).
               PERFORM 590-GRABAR-HALLAZGO.
               ADD 1 TO cant-hal-h.

      *    La cuenta es del operador o de un familiar declarado si
      *    coincide el DNI; tambien se marca la cuenta de alguien
      *    que vive en el domicilio del operador.
           530-HALLAZGO-CUENTA-PROPIA.
               MOVE tac-socio(idx-tac) TO soc-cod.
               READ SOCIOS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING idx-tvo FROM 1 BY 1
                           UNTIL idx-tvo > cant-tvo
                       IF tvo-operador(idx-tvo) = tac-operador(idx-tac)
                           PERFORM 535-COMPARAR-VINCULO
                       END-IF
                   END-PERFORM
               END-READ.

           535-COMPARAR-VINCULO.
               MOVE SPACES TO hal-detalle.
               IF tvo-dni(idx-tvo) > 0 AND
                   tvo-dni(idx-tvo) = soc-dni
                   IF tvo-tipo(idx-tvo) = "P"
                       MOVE "CUENTA PROPIA DEL OPERADOR" TO hal-detalle
                   ELSE
                       MOVE "CUENTA DE UN FAMILIAR DECLARADO"
                           TO hal-detalle
                   END-IF
               ELSE
                   IF tvo-tipo(idx-tvo) = "P" AND
                       tvo-calle(idx-tvo) NOT = SPACES AND
                       tvo-calle(idx-tvo) = soc-calle AND
                       tvo-num(idx-tvo) = soc-num AND
                       tvo-piso(idx-tvo) = soc-piso AND
                       tvo-depto(idx-tvo) = soc-depto
                       MOVE "TITULAR CON EL DOMICILIO DEL OPERADOR"
                           TO hal-detalle
                   END-IF
               END-IF.
               IF hal-detalle NOT = SPACES
                   MOVE hal-detalle TO ws-hal-detalle-aux
                   PERFORM 505-NUEVO-HALLAZGO
                   SET hal-cuenta-propia TO TRUE
                   MOVE ws-hal-detalle-aux TO hal-detalle
                   MOVE tac-operador(idx-tac) TO hal-operador
                   MOVE tac-socio(idx-tac) TO hal-socio
                   MOVE ws-fecha-proceso TO hal-fecha
                   MOVE tac-cant(idx-tac) TO hal-cantidad
                   PERFORM 590-GRABAR-HALLAZGO
                   ADD 1 TO cant-hal-p
               END-IF.

      *    Una pareja se marca una sola vez, desde el aprobador de
      *    menor identificador, cuando cada uno aprobo al otro al
      *    menos SOD-RECIPROCAS veces en la semana.
           540-HALLAZGO-RECIPROCAS.
               IF tpa-cant(idx-tpa) >= ws-min-reciprocas AND
                   tpa-aprobador(idx-tpa) < tpa-solicitante(idx-tpa)
                   PERFORM VARYING idx-tpa-2 FROM 1 BY 1
                           UNTIL idx-tpa-2 > cant-tpa
                       IF tpa-aprobador(idx-tpa-2) =
                           tpa-solicitante(idx-tpa) AND
                           tpa-solicitante(idx-tpa-2) =
                           tpa-aprobador(idx-tpa) AND
                           tpa-cant(idx-tpa-2) >= ws-min-reciprocas
                           PERFORM 545-GRABAR-RECIPROCA
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF.

           545-GRABAR-RECIPROCA.
               PERFORM 505-NUEVO-HALLAZGO.
               SET hal-reciprocas TO TRUE.
               MOVE tpa-aprobador(idx-tpa) TO hal-operador.
               MOVE tpa-solicitante(idx-tpa) TO hal-operador-2.
               MOVE ws-fecha-proceso TO hal-fecha.
               COMPUTE hal-cantidad =
                   tpa-cant(idx-tpa) + tpa-cant(idx-tpa-2).
               MOVE SPACES TO hal-detalle.
               STRING "SE APROBARON " DELIMITED BY SIZE
                      tpa-cant(idx-tpa) DELIMITED BY SIZE
                      " Y " DELIMITED BY SIZE
                      tpa-cant(idx-tpa-2) DELIMITED BY SIZE
                      " VECES" DELIMITED BY SIZE
                      INTO hal-detalle.
               PERFORM 590-GRABAR-HALLAZGO.
               ADD 1 TO cant-hal-r.

           590-GRABAR-HALLAZGO.
               WRITE hal-reg INVALID KEY
                   DISPLAY "No se pudo grabar el hallazgo ", hal-nro
               END-WRITE.
               PERFORM 620-LINEA-HALLAZGO.

           610-ENCABEZADO.
               ADD 1 TO cant-paginas.
               MOVE ws-fecha-desde TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-tit-desde.
               MOVE ws-fecha-proceso TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-tit-hasta.
               MOVE cant-paginas TO l-tit-hoja.
               IF cant-paginas > 1
                   MOVE SPACES TO spc-linea
                   WRITE spc-linea
               END-IF.
               WRITE spc-linea FROM lin-titulo.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               MOVE 2 TO cant-lineas.

           620-LINEA-HALLAZGO.
               IF cant-lineas >= 60
                   PERFORM 610-ENCABEZADO
               END-IF.
               MOVE hal-nro TO l-hal-nro.
               MOVE hal-operador TO l-hal-operador.
               MOVE hal-operador-2 TO l-hal-operador-2.
               IF hal-socio > 0
                   MOVE hal-socio TO l-hal-socio
               ELSE
                   MOVE SPACES TO l-hal-socio
               END-IF.
               MOVE hal-fecha TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-hal-fecha.
               MOVE hal-cantidad TO l-hal-cantidad.
               MOVE hal-importe TO l-hal-importe.
               MOVE hal-detalle TO l-hal-detalle.
               WRITE spc-linea FROM lin-hallazgo.
               ADD 1 TO cant-lineas.

           690-LINEA-SECCION.
               IF cant-lineas >= 57
                   PERFORM 610-ENCABEZADO
               END-IF.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               WRITE spc-linea FROM lin-seccion.
               ADD 2 TO cant-lineas.

      *    Auditoria interna revisa cada hallazgo pendiente y lo
      *    cierra con su comentario; el cierre queda en el log.
           700-REVISAR-HALLAZGOS.
               OPEN I-O HALLAZGOS.
               IF hal-fileStatus NOT = "00"
                   DISPLAY "No hay hallazgos registrados"
               ELSE
                   PERFORM 710-LISTAR-PENDIENTES
                   IF cant-pendientes = 0
                       DISPLAY "No hay hallazgos pendientes"
                   ELSE
                       MOVE 1 TO ws-hal-ingresado
                       PERFORM UNTIL ws-hal-ingresado = 0
                           DISPLAY "Nro de hallazgo a cerrar "
                               "(0 = fin):"
                           ACCEPT ws-hal-ingresado
                           IF ws-hal-ingresado > 0
                               PERFORM 720-CERRAR-HALLAZGO
                           END-IF
                       END-PERFORM
                   END-IF
                   CLOSE HALLAZGOS
               END-IF.

           710-LISTAR-PENDIENTES.
               MOVE 0 TO cant-pendientes.
               MOVE 0 TO hal-nro.
               START HALLAZGOS KEY IS NOT LESS THAN hal-nro
                   INVALID KEY
                       MOVE 0 TO flag-hal-lee
                   NOT INVALID KEY
                       MOVE 1 TO flag-hal-lee
               END-START.
               PERFORM UNTIL flag-hal-lee = 0
                   READ HALLAZGOS NEXT AT END
                       MOVE 0 TO flag-hal-lee
                   NOT AT END
                       IF hal-pendiente
                           ADD 1 TO cant-pendientes
                           PERFORM 715-MOSTRAR-HALLAZGO
                       END-IF
                   END-READ
               END-PERFORM.

           715-MOSTRAR-HALLAZGO.
               DISPLAY hal-nro, " ", hal-tipo, " semana ",
                   hal-semana-desde, " oper ", hal-operador, " ",
                   hal-operador-2, " socio ", hal-socio.
               DISPLAY "       ", hal-fecha, " cant ", hal-cantidad,
                   " $", hal-importe, " ", hal-detalle.

           720-CERRAR-HALLAZGO.
               MOVE ws-hal-ingresado TO hal-nro.
               READ HALLAZGOS INVALID KEY
                   DISPLAY "Hallazgo inexistente"
               NOT INVALID KEY
                   IF NOT hal-pendiente
                       DISPLAY "El hallazgo ya esta cerrado por ",
                           hal-auditor, " el ", hal-fecha-cierre
                   ELSE
                       PERFORM 715-MOSTRAR-HALLAZGO
                       MOVE SPACES TO hal-comentario
                       PERFORM UNTIL hal-comentario NOT = SPACES
                           DISPLAY "Comentario de cierre:"
                           ACCEPT hal-comentario
                       END-PERFORM
                       DISPLAY "Confirma el cierre? S/N"
                       ACCEPT ws-confirma
                       IF ws-confirma = "S" OR ws-confirma = "s"
                           SET hal-cerrado TO TRUE
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO hal-fecha-cierre
                           MOVE ws-admin-id TO hal-auditor
                           REWRITE hal-reg
                           PERFORM 730-GRABAR-AUDITORIA
                           DISPLAY "Hallazgo cerrado"
                       END-IF
                   END-IF
               END-READ.

           730-GRABAR-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-linea.
               STRING aud-fecha-hora    DELIMITED BY SIZE
                      " | OPER: "       DELIMITED BY SIZE
                      FUNCTION TRIM(ws-admin-id) DELIMITED BY SIZE
                      " | SOCIO 000000 | HALLAZGO-CIER | ANTES: "
                                        DELIMITED BY SIZE
                      hal-nro           DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      hal-tipo          DELIMITED BY SIZE
                      " | DESPUES: "    DELIMITED BY SIZE
                      hal-comentario(1:27) DELIMITED BY SIZE
                      INTO aud-linea.
               CALL "SELLO-AUDITORIA" USING aud-linea
                   ON EXCEPTION
                       CONTINUE
               END-CALL.
               WRITE aud-linea.
               CLOSE AUDITORIA.

           750-CATALOGAR.
               OPEN EXTEND CATALOGO.
               IF cat-fileStatus NOT = "00"
                   OPEN OUTPUT CATALOGO
               END-IF.
               MOVE ws-ts-spool TO cat-fecha-hora.
               MOVE "CONTROL-OPERADORES" TO cat-programa.
               MOVE ws-nombre-spool TO cat-archivo.
               MOVE cant-paginas TO cat-paginas.
               WRITE cat-reg.
               CLOSE CATALOGO.

           850-EDITAR-FECHA.
               MOVE ws-fa-dd TO ws-fed-dd.
               MOVE ws-fa-mm TO ws-fed-mm.
               MOVE ws-fa-aaaa TO ws-fed-aaaa.

       END PROGRAM CONTROL-OPERADORES.
