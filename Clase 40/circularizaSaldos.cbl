      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCULARIZA-SALDOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS soc-cod
               FILE STATUS IS soc-fileStatus.

           SELECT movimientos ASSIGN TO "..\movimientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mov-fileStatus.

           SELECT mov-historico ASSIGN TO "..\movHistorico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS movh-clave
               FILE STATUS IS movh-fileStatus.

           SELECT plazos-fijos ASSIGN TO "..\plazosFijos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pf-fileStatus.

           SELECT cuotas-prestamo ASSIGN TO "..\cuotasPrestamo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cup-fileStatus.

           SELECT circularizacion ASSIGN TO "..\circularizacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cir-clave
               FILE STATUS IS cir-fileStatus.

           SELECT operadores ASSIGN TO "..\operadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-fileStatus.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT spool-circ ASSIGN TO ws-nombre-spool
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT catalogo ASSIGN TO "..\catalogoReportes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cat-fileStatus.

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

       FD  plazos-fijos.
       01  pf-reg.
           03 pf-socio pic 9(6).
           03 pf-capital pic 9(6)v99.
           03 pf-tasa pic 99v9999.
           03 pf-fecha-inicio pic 9(8).
           03 pf-fecha-vto pic 9(8).
           03 pf-estado pic x.
               88 pf-vigente value "V".
               88 pf-pagado value "P".
               88 pf-renovado value "R".
               88 pf-cancelado value "C".
           03 pf-instruccion pic x.

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

      *    Cartas de circularizacion por fecha de corte: lo que la
      *    cooperativa informo al socio y lo que el socio contesto.
      *    Seleccion I = saldo sobre el importe de corte, M = muestra
      *    al azar de su filial. Respuesta P = pendiente de registrar,
      *    C = conforme, D = disconforme (con los importes segun el
      *    socio), N = sin respuesta.
       FD  circularizacion.
       01  cir-reg.
           03 cir-clave.
               05 cir-corte pic 9(8).
               05 cir-nro pic 9(5).
           03 cir-socio pic 9(6).
           03 cir-filial pic 99.
           03 cir-nombre pic x(20).
           03 cir-seleccion pic x.
               88 cir-por-importe value "I".
               88 cir-por-muestra value "M".
           03 cir-saldo pic s9(8)v99.
           03 cir-pf-cant pic 999.
           03 cir-pf-capital pic 9(9)v99.
           03 cir-prestamo pic 9(9)v99.
           03 cir-respuesta pic x.
               88 cir-pendiente value "P".
               88 cir-conforme value "C".
               88 cir-disconforme value "D".
               88 cir-sin-respuesta value "N".
           03 cir-saldo-socio pic s9(8)v99.
           03 cir-pf-socio pic 9(9)v99.
           03 cir-prestamo-socio pic 9(9)v99.
           03 cir-fecha-respuesta pic 9(8).
           03 cir-operador pic x(10).

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

       FD  auditoria.
       01  aud-reg pic x(180).

       FD  spool-circ.
       01  spc-linea pic x(100).

       FD  catalogo.
       01  cat-reg.
           03 cat-fecha-hora pic x(14).
           03 cat-programa pic x(20).
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  flag-lee pic 9.
       01  flag-admin-ok pic 9.
       01  flag-historico pic 9.
       01  flag-desborde pic 9.
       01  flag-generar pic 9.
       01  soc-fileStatus pic xx.
       01  mov-fileStatus pic xx.
       01  movh-fileStatus pic xx.
       01  pf-fileStatus pic xx.
       01  cup-fileStatus pic xx.
       01  cir-fileStatus pic xx.
       01  oper-fileStatus pic xx.
       01  cat-fileStatus pic xx.
       01  opc-menu pic 9.
       01  opc-respuesta pic 9.
       01  ws-admin-id pic x(10).
       01  ws-admin-pass pic x(10).
       01  aud-fecha-hora pic x(14).
       01  ws-nombre-spool pic x(40).
       01  ws-ts-spool pic x(14).
       01  ws-hoy pic 9(8).
       01  ws-fecha-corte pic 9(8).
       01  ws-fecha-sig pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-umbral pic 9(7)v99.
       01  ws-porcentaje pic 999.
       01  ws-semilla pic 9(8).
       01  ws-aleatorio pic 9v9(8).
       01  ws-saldo-corte pic s9(8)v99.
       01  ws-socio-buscar pic 9(6).
       01  ws-nro-carta pic 9(5).
       01  ws-respuesta-antes pic x.
       01  ws-dif-saldo pic s9(9)v99.
       01  ws-dif-pf pic s9(9)v99.
       01  ws-dif-prestamo pic s9(9)v99.
       01  idx-fil pic 999.
       01  idx-tps pic 9(4).
       01  idx-tpo pic 9(4).
       01  cant-paginas pic 9(4) value 0.
       01  cant-lineas pic 99 value 0.
       01  cant-cartas pic 9(5) value 0.
       01  cant-por-importe pic 9(5) value 0.
       01  cant-por-muestra pic 9(5) value 0.
       01  cant-conformes pic 9(5) value 0.
       01  cant-disconformes pic 9(5) value 0.
       01  cant-sin-respuesta pic 9(5) value 0.
       01  cant-pendientes pic 9(5) value 0.
       01  total-circularizado pic s9(11)v99 value 0.
       01  total-confirmado pic s9(11)v99 value 0.
       01  total-dif-saldo pic s9(11)v99 value 0.
       01  total-dif-pf pic s9(11)v99 value 0.
       01  total-dif-prestamo pic s9(11)v99 value 0.

      *    Lo asentado en el diario despues del corte, por socio: se
      *    descuenta del saldo actual para llegar al saldo al corte.
       01  tabla-posterior.
           03 tpo-item occurs 2000 times.
               05 tpo-socio pic 9(6).
               05 tpo-importe pic s9(8)v99.
       01  cant-tpo pic 9(4) value 0.

      *    Plazos fijos vigentes y capital de prestamos adeudado al
      *    corte, por socio.
       01  tabla-posiciones.
           03 tps-item occurs 5000 times.
               05 tps-socio pic 9(6).
               05 tps-pf-cant pic 999.
               05 tps-pf-capital pic 9(9)v99.
               05 tps-prestamo pic 9(9)v99.
       01  cant-tps pic 9(4) value 0.

      *    Estratos de la muestra: una filial por entrada (filial + 1).
      *    Seleccion secuencial: cada socio del estrato entra con
      *    probabilidad faltan / restantes, asi sale exactamente el
      *    tamanio pedido.
       01  tabla-estratos.
           03 tes-item occurs 100 times.
               05 tes-obligatorios pic 9(6).
               05 tes-poblacion pic 9(6).
               05 tes-muestra pic 9(6).
               05 tes-restantes pic 9(6).
               05 tes-faltan pic 9(6).

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

       01  lin-carta-titulo.
           03 filler pic x(20) value spaces.
           03 filler pic x(43) value
               "CIRCULARIZACION DE SALDOS - CARTA Nro ".
           03 l-ct-nro pic 9(5).

       01  lin-carta-socio.
           03 filler pic x(7) value "Socio: ".
           03 l-cs-socio pic 9(6).
           03 filler pic x(3) value " - ".
           03 l-cs-nombre pic x(20).
           03 filler pic x(6) value "  DNI ".
           03 l-cs-dni pic 9(8).
           03 filler pic x(10) value "  Filial ".
           03 l-cs-filial pic z9.

       01  lin-carta-domicilio.
           03 filler pic x(11) value "Domicilio: ".
           03 l-cd-calle pic x(20).
           03 filler pic x value space.
           03 l-cd-num pic z(4)9.
           03 filler pic x(7) value "  Piso ".
           03 l-cd-piso pic z9.
           03 filler pic x(8) value "  Depto ".
           03 l-cd-depto pic xx.

       01  lin-carta-importe.
           03 filler pic x(3) value spaces.
           03 l-ci-concepto pic x(40).
           03 l-ci-importe pic -zzz,zzz,zz9.99.

       01  lin-texto pic x(100).

       01  lin-titulo-informe.
           03 filler pic x(44) value
               "CIRCULARIZACION DE SALDOS - DIFERENCIAS AL ".
           03 l-ti-fecha pic x(10).
           03 filler pic x(9) value "   HOJA ".
           03 l-ti-hoja pic zzz9.

       01  lin-dif-carta.
           03 filler pic x(6) value "CARTA ".
           03 l-dc-nro pic 9(5).
           03 filler pic x(8) value "  SOCIO ".
           03 l-dc-socio pic 9(6).
           03 filler pic x value space.
           03 l-dc-nombre pic x(20).
           03 filler pic x(2) value spaces.
           03 l-dc-estado pic x(30).

       01  lin-dif-item.
           03 filler pic x(4) value spaces.
           03 l-di-concepto pic x(22).
           03 filler pic x(6) value "COOP. ".
           03 l-di-coop pic -zzz,zzz,zz9.99.
           03 filler pic x(7) value "  SOCIO".
           03 l-di-socio pic -zzz,zzz,zz9.99.
           03 filler pic x(6) value "  DIF.".
           03 l-di-dif pic -zzz,zzz,zz9.99.

       01  lin-total.
           03 l-tot-texto pic x(45).
           03 l-tot-importe pic -zzz,zzz,zzz,zz9.99.

       01  lin-total-cant.
           03 l-tc-texto pic x(45).
           03 l-tc-cant pic zz,zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "CIRCULARIZACION DE SALDOS PARA LA AUDITORIA "
                "EXTERNA".
            PERFORM 100-LOGIN-SUPERVISOR.
            IF flag-admin-ok = 1
               MOVE 9 TO opc-menu
               PERFORM UNTIL opc-menu = 0
                   DISPLAY "1 - Seleccionar muestra e imprimir cartas"
                   DISPLAY "2 - Registrar respuestas de los socios"
                   DISPLAY "3 - Informe de diferencias para los "
                       "auditores"
                   DISPLAY "0 - Salir"
                   ACCEPT opc-menu
                   EVALUATE opc-menu
                       WHEN 1
                           PERFORM 300-GENERAR-CARTAS
                       WHEN 2
                           PERFORM 400-REGISTRAR-RESPUESTAS
                       WHEN 3
                           PERFORM 500-INFORME-DIFERENCIAS
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

      *    El corte tiene que ser un dia cerrado y se circulariza una
      *    sola vez: volver a generar pisaria las respuestas ya
      *    registradas.
           300-GENERAR-CARTAS.
               MOVE 1 TO flag-generar.
               DISPLAY "Fecha de corte AAAAMMDD:".
               ACCEPT ws-fecha-corte.
               PERFORM 305-VALIDAR-CORTE.
               IF flag-generar = 1
                   DISPLAY "Importe de corte (se circulariza todo "
                       "saldo mayor):"
                   ACCEPT ws-umbral
                   MOVE 0 TO ws-porcentaje
                   PERFORM UNTIL ws-porcentaje >= 1 AND
                           ws-porcentaje <= 100
                       DISPLAY "Porcentaje de muestra del resto, por "
                           "filial (1 a 100):"
                       ACCEPT ws-porcentaje
                   END-PERFORM
                   DISPLAY "Semilla de la muestra (0 = tomar de la "
                       "hora):"
                   ACCEPT ws-semilla
                   IF ws-semilla = 0
                       MOVE FUNCTION CURRENT-DATE(9:8) TO ws-semilla
                   END-IF
                   COMPUTE ws-aleatorio = FUNCTION RANDOM(ws-semilla)
                   COMPUTE ws-fecha-sig = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(ws-fecha-corte) + 1)
                   PERFORM 310-CARGAR-POSTERIOR
               END-IF.
               IF flag-generar = 1 AND flag-desborde = 1
                   DISPLAY "movimientos.txt excede la capacidad de la "
                       "tabla - cargue el diario al historial y "
                       "vuelva a generar"
                   MOVE 0 TO flag-generar
               END-IF.
               IF flag-generar = 1
                   PERFORM 320-CARGAR-POSICIONES
                   IF flag-desborde = 1
                       DISPLAY "ATENCION: mas de 5000 socios con "
                           "plazos o prestamos - los excedentes "
                           "salen sin ellos en la carta"
                   END-IF
                   PERFORM 340-CONTAR-ESTRATOS
                   PERFORM 350-SELECCIONAR
               END-IF.

           305-VALIDAR-CORTE.
               MOVE "V" TO ws-fn-accion.
               CALL "FECHA-NEGOCIO" USING ws-fn-accion,
                   ws-fecha-corte, ws-fn-estado, ws-fn-ultimo,
                   ws-fn-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-fn-resultado
               END-CALL.
               IF ws-fn-resultado = "A"
                   DISPLAY "El dia ", ws-fecha-corte,
                       " no esta cerrado (ultimo cierre ",
                       ws-fn-ultimo, ")"
                   MOVE 0 TO flag-generar
               END-IF.
               IF flag-generar = 1 AND ws-fecha-corte = 0
                   DISPLAY "Fecha de corte invalida"
                   MOVE 0 TO flag-generar
               END-IF.
               IF flag-generar = 1
                   OPEN I-O CIRCULARIZACION
                   IF cir-fileStatus = "35"
                       OPEN OUTPUT CIRCULARIZACION
                       CLOSE CIRCULARIZACION
                       OPEN I-O CIRCULARIZACION
                   END-IF
                   MOVE ws-fecha-corte TO cir-corte
                   MOVE 0 TO cir-nro
                   START CIRCULARIZACION KEY IS NOT LESS THAN cir-clave
                       INVALID KEY
                           MOVE 0 TO flag-lee
                       NOT INVALID KEY
                           MOVE 1 TO flag-lee
                   END-START
                   IF flag-lee = 1
                       READ CIRCULARIZACION NEXT AT END
                           MOVE 0 TO flag-lee
                       END-READ
                   END-IF
                   IF flag-lee = 1 AND cir-corte = ws-fecha-corte
                       DISPLAY "Ya hay cartas generadas al ",
                           ws-fecha-corte, " - use la reimpresion del "
                           "spool"
                       MOVE 0 TO flag-generar
                   END-IF
                   CLOSE CIRCULARIZACION
               END-IF.

           310-CARGAR-POSTERIOR.
               MOVE 0 TO flag-desborde.
               MOVE 0 TO cant-tpo.
               OPEN INPUT MOVIMIENTOS.
               IF mov-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ MOVIMIENTOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF mov-socio >= 1 AND
                               mov-fecha-hora(1:8) > ws-fecha-corte
                               PERFORM 315-ACUMULAR-POSTERIOR
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOVIMIENTOS
               END-IF.

           315-ACUMULAR-POSTERIOR.
               PERFORM VARYING idx-tpo FROM 1 BY 1
                       UNTIL idx-tpo > cant-tpo
                   IF tpo-socio(idx-tpo) = mov-socio
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tpo > cant-tpo
                   IF cant-tpo < 2000
                       ADD 1 TO cant-tpo
                       MOVE mov-socio TO tpo-socio(cant-tpo)
                       MOVE 0 TO tpo-importe(cant-tpo)
                   ELSE
                       MOVE 1 TO flag-desborde
                       MOVE 0 TO flag-fin
                   END-IF
               END-IF.
               IF idx-tpo <= cant-tpo
                   ADD mov-importe TO tpo-importe(idx-tpo)
               END-IF.

      *    Plazos vigentes al corte y capital adeudado al corte con el
      *    mismo criterio que la informacion fiscal: cuotas impagas y
      *    las cobradas que vencian despues del corte.
           320-CARGAR-POSICIONES.
               MOVE 0 TO flag-desborde.
               MOVE 0 TO cant-tps.
               OPEN INPUT PLAZOS-FIJOS.
               IF pf-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PLAZOS-FIJOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF pf-fecha-inicio <= ws-fecha-corte AND
                               pf-fecha-vto > ws-fecha-corte
                               MOVE pf-socio TO ws-socio-buscar
                               PERFORM 800-UBICAR-SOCIO
                               IF idx-tps > 0
                                   ADD pf-capital
                                       TO tps-pf-capital(idx-tps)
                                   ADD 1 TO tps-pf-cant(idx-tps)
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAZOS-FIJOS
               END-IF.
               OPEN INPUT CUOTAS-PRESTAMO.
               IF cup-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUOTAS-PRESTAMO AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cup-estado = "P" OR cup-estado = "M" OR
                               (cup-estado = "C" AND
                                cup-vto > ws-fecha-corte)
                               MOVE cup-socio TO ws-socio-buscar
                               PERFORM 800-UBICAR-SOCIO
                               IF idx-tps > 0
                                   ADD cup-capital
                                       TO tps-prestamo(idx-tps)
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUOTAS-PRESTAMO
               END-IF.

      *    Primera pasada: los saldos sobre el corte van todos; el
      *    resto se cuenta por filial para fijar el tamanio de cada
      *    estrato (redondeado para arriba).
           340-CONTAR-ESTRATOS.
               PERFORM VARYING idx-fil FROM 1 BY 1 UNTIL idx-fil > 100
                   MOVE 0 TO tes-obligatorios(idx-fil)
                   MOVE 0 TO tes-poblacion(idx-fil)
               END-PERFORM.
               PERFORM 345-ABRIR-MAESTROS.
               MOVE 1 TO flag-fin.
               PERFORM UNTIL flag-fin = 0
                   READ SOCIOS AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       IF NOT soc-baja AND NOT soc-fallecido
                           PERFORM 360-SALDO-AL-CORTE
                           COMPUTE idx-fil = soc-filial + 1
                           IF ws-saldo-corte > ws-umbral
                               ADD 1 TO tes-obligatorios(idx-fil)
                           ELSE
                               ADD 1 TO tes-poblacion(idx-fil)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM.
               PERFORM 348-CERRAR-MAESTROS.
               PERFORM VARYING idx-fil FROM 1 BY 1 UNTIL idx-fil > 100
                   COMPUTE tes-muestra(idx-fil) =
                       (tes-poblacion(idx-fil) * ws-porcentaje + 99)
                       / 100
                   MOVE tes-poblacion(idx-fil) TO tes-restantes(idx-fil)
                   MOVE tes-muestra(idx-fil) TO tes-faltan(idx-fil)
               END-PERFORM.

           345-ABRIR-MAESTROS.
               OPEN INPUT SOCIOS.
               MOVE 0 TO flag-historico.
               OPEN INPUT MOV-HISTORICO.
               IF movh-fileStatus = "00"
                   MOVE 1 TO flag-historico
               END-IF.

           348-CERRAR-MAESTROS.
               CLOSE SOCIOS.
               IF flag-historico = 1
                   CLOSE MOV-HISTORICO
               END-IF.

      *    Segunda pasada: se graba y se imprime cada carta elegida,
      *    numeradas en el orden del maestro.
           350-SELECCIONAR.
               MOVE 0 TO cant-cartas.
               MOVE 0 TO cant-por-importe.
               MOVE 0 TO cant-por-muestra.
               MOVE 0 TO total-circularizado.
               MOVE 0 TO cant-paginas.
               ACCEPT ws-hoy FROM DATE YYYYMMDD.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
               MOVE SPACES TO ws-nombre-spool.
               STRING "..\spoolCircularizacion_" DELIMITED BY SIZE
                      ws-ts-spool        DELIMITED BY SIZE
                      ".txt"             DELIMITED BY SIZE
                      INTO ws-nombre-spool.
               OPEN OUTPUT SPOOL-CIRC.
               OPEN I-O CIRCULARIZACION.
               PERFORM 345-ABRIR-MAESTROS.
               MOVE 1 TO flag-fin.
               PERFORM UNTIL flag-fin = 0
                   READ SOCIOS AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       IF NOT soc-baja AND NOT soc-fallecido
                           PERFORM 355-EVALUAR-SOCIO
                       END-IF
                   END-READ
               END-PERFORM.
               PERFORM 348-CERRAR-MAESTROS.
               CLOSE CIRCULARIZACION.
               PERFORM 380-RESUMEN-SELECCION.
               CLOSE SPOOL-CIRC.
               PERFORM 750-CATALOGAR.
               DISPLAY "Cartas emitidas: ", cant-cartas,
                   " (por importe ", cant-por-importe,
                   ", por muestra ", cant-por-muestra, ")".
               DISPLAY "Semilla de la muestra: ", ws-semilla.
               DISPLAY "Cartas en ", FUNCTION TRIM(ws-nombre-spool).

           355-EVALUAR-SOCIO.
               PERFORM 360-SALDO-AL-CORTE.
               COMPUTE idx-fil = soc-filial + 1.
               MOVE SPACE TO cir-seleccion.
               IF ws-saldo-corte > ws-umbral
                   SET cir-por-importe TO TRUE
               ELSE
                   IF tes-faltan(idx-fil) > 0
                       COMPUTE ws-aleatorio = FUNCTION RANDOM
                       IF ws-aleatorio * tes-restantes(idx-fil) <
                           tes-faltan(idx-fil)
                           SET cir-por-muestra TO TRUE
                           SUBTRACT 1 FROM tes-faltan(idx-fil)
                       END-IF
                   END-IF
                   SUBTRACT 1 FROM tes-restantes(idx-fil)
               END-IF.
               IF cir-seleccion NOT = SPACE
                   PERFORM 365-GRABAR-CARTA
                   PERFORM 370-IMPRIMIR-CARTA
               END-IF.

      *    Saldo al corte: el actual menos todo lo asentado despues,
      *    en el diario y en el historial.
           360-SALDO-AL-CORTE.
               MOVE soc-saldo TO ws-saldo-corte.
               PERFORM VARYING idx-tpo FROM 1 BY 1
                       UNTIL idx-tpo > cant-tpo
                   IF tpo-socio(idx-tpo) = soc-cod
                       SUBTRACT tpo-importe(idx-tpo) FROM ws-saldo-corte
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF flag-historico = 1
                   MOVE soc-cod TO movh-socio
                   MOVE SPACES TO movh-fecha-hora
                   MOVE ws-fecha-sig TO movh-fecha-hora(1:8)
                   MOVE 0 TO movh-seq
                   START MOV-HISTORICO KEY IS NOT LESS THAN movh-clave
                       INVALID KEY
                           MOVE 0 TO flag-lee
                       NOT INVALID KEY
                           MOVE 1 TO flag-lee
                   END-START
                   PERFORM UNTIL flag-lee = 0
                       READ MOV-HISTORICO NEXT AT END
                           MOVE 0 TO flag-lee
                       NOT AT END
                           IF movh-socio NOT = soc-cod
                               MOVE 0 TO flag-lee
                           ELSE
                               SUBTRACT movh-importe
                                   FROM ws-saldo-corte
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF.

           365-GRABAR-CARTA.
               ADD 1 TO cant-cartas.
               IF cir-por-importe
                   ADD 1 TO cant-por-importe
               ELSE
                   ADD 1 TO cant-por-muestra
               END-IF.
               ADD ws-saldo-corte TO total-circularizado.
               MOVE ws-fecha-corte TO cir-corte.
               MOVE cant-cartas TO cir-nro.
               MOVE soc-cod TO cir-socio.
               MOVE soc-filial TO cir-filial.
               MOVE soc-nom TO cir-nombre.
               MOVE ws-saldo-corte TO cir-saldo.
               MOVE 0 TO cir-pf-cant.
               MOVE 0 TO cir-pf-capital.
               MOVE 0 TO cir-prestamo.
               PERFORM VARYING idx-tps FROM 1 BY 1
                       UNTIL idx-tps > cant-tps
                   IF tps-socio(idx-tps) = soc-cod
                       MOVE tps-pf-cant(idx-tps) TO cir-pf-cant
                       MOVE tps-pf-capital(idx-tps) TO cir-pf-capital
                       MOVE tps-prestamo(idx-tps) TO cir-prestamo
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               SET cir-pendiente TO TRUE.
               MOVE 0 TO cir-saldo-socio.
               MOVE 0 TO cir-pf-socio.
               MOVE 0 TO cir-prestamo-socio.
               MOVE 0 TO cir-fecha-respuesta.
               MOVE SPACES TO cir-operador.
               WRITE cir-reg.

      *    Una carta por hoja, con talon de conformidad al pie para
      *    que el socio la devuelva directamente a los auditores.
           370-IMPRIMIR-CARTA.
               ADD 1 TO cant-paginas.
               IF cant-paginas > 1
                   MOVE SPACES TO spc-linea
                   WRITE spc-linea
                   WRITE spc-linea
               END-IF.
               MOVE cir-nro TO l-ct-nro.
               WRITE spc-linea FROM lin-carta-titulo.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               MOVE soc-cod TO l-cs-socio.
               MOVE soc-nom TO l-cs-nombre.
               MOVE soc-dni TO l-cs-dni.
               MOVE soc-filial TO l-cs-filial.
               WRITE spc-linea FROM lin-carta-socio.
               MOVE soc-calle TO l-cd-calle.
               MOVE soc-num TO l-cd-num.
               MOVE soc-piso TO l-cd-piso.
               MOVE soc-depto TO l-cd-depto.
               WRITE spc-linea FROM lin-carta-domicilio.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               MOVE ws-fecha-corte TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE "Nuestros auditores externos, en su revision de "
                   TO lin-texto.
               MOVE "los estados contables, solicitan"
                   TO lin-texto(48:).
               WRITE spc-linea FROM lin-texto.
               MOVE SPACES TO lin-texto.
               STRING "que confirme directamente a ellos los saldos "
                          DELIMITED BY SIZE
                      "registrados a su nombre al " DELIMITED BY SIZE
                      ws-fecha-ed DELIMITED BY SIZE
                      ":"         DELIMITED BY SIZE
                      INTO lin-texto.
               WRITE spc-linea FROM lin-texto.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               MOVE SPACES TO lin-carta-importe.
               MOVE "Saldo de caja de ahorro" TO l-ci-concepto.
               MOVE cir-saldo TO l-ci-importe.
               WRITE spc-linea FROM lin-carta-importe.
               MOVE SPACES TO l-ci-concepto.
               STRING "Plazos fijos vigentes ("  DELIMITED BY SIZE
                      cir-pf-cant                DELIMITED BY SIZE
                      ")"                        DELIMITED BY SIZE
                      INTO l-ci-concepto.
               MOVE cir-pf-capital TO l-ci-importe.
               WRITE spc-linea FROM lin-carta-importe.
               MOVE "Capital adeudado de prestamos" TO l-ci-concepto.
               MOVE cir-prestamo TO l-ci-importe.
               WRITE spc-linea FROM lin-carta-importe.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               MOVE "Si los importes son correctos marque CONFORME; "
                   TO lin-texto.
               MOVE "si no lo son, indique los importes" TO
                   lin-texto(48:).
               WRITE spc-linea FROM lin-texto.
               MOVE "que usted registra. Esta carta no es un pedido "
                   TO lin-texto.
               MOVE "de pago." TO lin-texto(48:).
               WRITE spc-linea FROM lin-texto.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               MOVE ALL "-" TO spc-linea(1:72).
               WRITE spc-linea.
               MOVE SPACES TO lin-texto.
               STRING "CARTA Nro " DELIMITED BY SIZE
                      cir-nro      DELIMITED BY SIZE
                      " - SOCIO "  DELIMITED BY SIZE
                      soc-cod      DELIMITED BY SIZE
                      " - SALDOS AL " DELIMITED BY SIZE
                      ws-fecha-ed  DELIMITED BY SIZE
                      INTO lin-texto.
               WRITE spc-linea FROM lin-texto.
               MOVE "[ ] CONFORME      [ ] NO CONFORME - segun mis "
                   TO lin-texto.
               MOVE "registros:" TO lin-texto(48:).
               WRITE spc-linea FROM lin-texto.
               MOVE "    Caja de ahorro $............  Plazos fijos "
                   TO lin-texto.
               MOVE "$............" TO lin-texto(48:).
               WRITE spc-linea FROM lin-texto.
               MOVE "    Prestamos $............" TO lin-texto.
               WRITE spc-linea FROM lin-texto.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               MOVE "Firma: ....................    Aclaracion: ......"
                   TO lin-texto.
               MOVE "..............." TO lin-texto(51:).
               WRITE spc-linea FROM lin-texto.

           380-RESUMEN-SELECCION.
               ADD 1 TO cant-paginas.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               WRITE spc-linea.
               MOVE ws-fecha-corte TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE SPACES TO lin-texto.
               STRING "RESUMEN DE LA SELECCION - CORTE AL "
                          DELIMITED BY SIZE
                      ws-fecha-ed DELIMITED BY SIZE
                      INTO lin-texto.
               WRITE spc-linea FROM lin-texto.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               MOVE SPACES TO lin-total.
               MOVE "IMPORTE DE CORTE" TO l-tot-texto.
               MOVE ws-umbral TO l-tot-importe.
               WRITE spc-linea FROM lin-total.
               MOVE SPACES TO lin-total-cant.
               MOVE "PORCENTAJE DE MUESTRA POR FILIAL" TO l-tc-texto.
               MOVE ws-porcentaje TO l-tc-cant.
               WRITE spc-linea FROM lin-total-cant.
               MOVE SPACES TO lin-texto.
               STRING "SEMILLA DE LA MUESTRA" DELIMITED BY SIZE
                      INTO lin-texto.
               MOVE ws-semilla TO lin-texto(46:8).
               WRITE spc-linea FROM lin-texto.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               PERFORM VARYING idx-fil FROM 1 BY 1 UNTIL idx-fil > 100
                   IF tes-obligatorios(idx-fil) > 0 OR
                       tes-poblacion(idx-fil) > 0
                       PERFORM 385-LINEA-ESTRATO
                   END-IF
               END-PERFORM.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               MOVE "CARTAS POR SALDO SOBRE EL CORTE" TO l-tc-texto.
               MOVE cant-por-importe TO l-tc-cant.
               WRITE spc-linea FROM lin-total-cant.
               MOVE "CARTAS POR MUESTRA" TO l-tc-texto.
               MOVE cant-por-muestra TO l-tc-cant.
               WRITE spc-linea FROM lin-total-cant.
               MOVE "TOTAL DE CARTAS" TO l-tc-texto.
               MOVE cant-cartas TO l-tc-cant.
               WRITE spc-linea FROM lin-total-cant.
               MOVE "SALDO TOTAL CIRCULARIZADO" TO l-tot-texto.
               MOVE total-circularizado TO l-tot-importe.
               WRITE spc-linea FROM lin-total.

           385-LINEA-ESTRATO.
               MOVE SPACES TO lin-texto.
               COMPUTE l-cs-filial = idx-fil - 1.
               STRING "FILIAL "                DELIMITED BY SIZE
                      l-cs-filial              DELIMITED BY SIZE
                      ": SOBRE EL CORTE "      DELIMITED BY SIZE
                      tes-obligatorios(idx-fil) DELIMITED BY SIZE
                      "  RESTO "               DELIMITED BY SIZE
                      tes-poblacion(idx-fil)   DELIMITED BY SIZE
                      "  MUESTRA "             DELIMITED BY SIZE
                      tes-muestra(idx-fil)     DELIMITED BY SIZE
                      INTO lin-texto.
               WRITE spc-linea FROM lin-texto.

      *    Las respuestas llegan a los auditores y se cargan aca por
      *    numero de carta. Una respuesta ya cargada se puede
      *    corregir: queda la ultima y el cambio va a la auditoria.
           400-REGISTRAR-RESPUESTAS.
               DISPLAY "Fecha de corte de la circularizacion "
                   "(AAAAMMDD):".
               ACCEPT ws-fecha-corte.
               OPEN I-O CIRCULARIZACION.
               IF cir-fileStatus NOT = "00"
                   DISPLAY "No hay circularizaciones generadas"
               ELSE
                   MOVE 1 TO ws-nro-carta
                   PERFORM UNTIL ws-nro-carta = 0
                       DISPLAY "Numero de carta (0 = terminar):"
                       ACCEPT ws-nro-carta
                       IF ws-nro-carta > 0
                           PERFORM 410-RESPUESTA-CARTA
                       END-IF
                   END-PERFORM
                   CLOSE CIRCULARIZACION
               END-IF.

           410-RESPUESTA-CARTA.
               MOVE ws-fecha-corte TO cir-corte.
               MOVE ws-nro-carta TO cir-nro.
               READ CIRCULARIZACION INVALID KEY
                   DISPLAY "No existe la carta ", ws-nro-carta,
                       " al ", ws-fecha-corte
               NOT INVALID KEY
                   PERFORM 420-CARGAR-RESPUESTA
               END-READ.

           420-CARGAR-RESPUESTA.
               DISPLAY "Socio ", cir-socio, " - ",
                   FUNCTION TRIM(cir-nombre).
               DISPLAY "  Caja de ahorro $", cir-saldo,
                   "  Plazos fijos $", cir-pf-capital,
                   "  Prestamos $", cir-prestamo.
               IF NOT cir-pendiente
                   DISPLAY "  Respuesta ya registrada: ",
                       cir-respuesta, " el ", cir-fecha-respuesta
               END-IF.
               MOVE 9 TO opc-respuesta.
               PERFORM UNTIL opc-respuesta <= 3
                   DISPLAY "1-Conforme, 2-Disconforme, 3-Sin "
                       "respuesta, 0-No modificar"
                   ACCEPT opc-respuesta
               END-PERFORM.
               IF opc-respuesta > 0
                   MOVE cir-respuesta TO ws-respuesta-antes
                   MOVE cir-saldo TO cir-saldo-socio
                   MOVE cir-pf-capital TO cir-pf-socio
                   MOVE cir-prestamo TO cir-prestamo-socio
                   EVALUATE opc-respuesta
                       WHEN 1
                           SET cir-conforme TO TRUE
                       WHEN 2
                           SET cir-disconforme TO TRUE
                           PERFORM 430-IMPORTES-SOCIO
                       WHEN 3
                           SET cir-sin-respuesta TO TRUE
                           MOVE 0 TO cir-saldo-socio
                           MOVE 0 TO cir-pf-socio
                           MOVE 0 TO cir-prestamo-socio
                   END-EVALUATE
                   ACCEPT cir-fecha-respuesta FROM DATE YYYYMMDD
                   MOVE ws-admin-id TO cir-operador
                   REWRITE cir-reg
                   PERFORM 700-GRABAR-AUDITORIA
                   DISPLAY "Respuesta registrada"
               END-IF.

           430-IMPORTES-SOCIO.
               DISPLAY "Saldo de caja de ahorro segun el socio:".
               ACCEPT cir-saldo-socio.
               DISPLAY "Plazos fijos segun el socio:".
               ACCEPT cir-pf-socio.
               DISPLAY "Capital de prestamos segun el socio:".
               ACCEPT cir-prestamo-socio.

      *    Para los auditores: cada disconformidad con la diferencia
      *    por concepto, despues las cartas sin respuesta y las que
      *    todavia no se registraron, y el resumen de la prueba.
           500-INFORME-DIFERENCIAS.
               DISPLAY "Fecha de corte de la circularizacion "
                   "(AAAAMMDD):".
               ACCEPT ws-fecha-corte.
               OPEN INPUT CIRCULARIZACION.
               IF cir-fileStatus NOT = "00"
                   DISPLAY "No hay circularizaciones generadas"
               ELSE
                   MOVE 0 TO cant-cartas
                   MOVE 0 TO cant-por-importe
                   MOVE 0 TO cant-por-muestra
                   MOVE 0 TO cant-conformes
                   MOVE 0 TO cant-disconformes
                   MOVE 0 TO cant-sin-respuesta
                   MOVE 0 TO cant-pendientes
                   MOVE 0 TO total-circularizado
                   MOVE 0 TO total-confirmado
                   MOVE 0 TO total-dif-saldo
                   MOVE 0 TO total-dif-pf
                   MOVE 0 TO total-dif-prestamo
                   MOVE 0 TO cant-paginas
                   MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool
                   MOVE SPACES TO ws-nombre-spool
                   STRING "..\spoolDifCircularizacion_"
                                              DELIMITED BY SIZE
                          ws-ts-spool         DELIMITED BY SIZE
                          ".txt"              DELIMITED BY SIZE
                          INTO ws-nombre-spool
                   OPEN OUTPUT SPOOL-CIRC
                   PERFORM 510-ENCABEZADO
                   MOVE "DISCONFORMIDADES" TO lin-texto
                   PERFORM 590-LINEA-TEXTO
                   PERFORM 505-POSICIONAR
                   PERFORM UNTIL flag-lee = 0
                       IF cir-disconforme
                           PERFORM 520-DISCONFORMIDAD
                       END-IF
                       PERFORM 508-SIGUIENTE
                   END-PERFORM
                   MOVE SPACES TO lin-texto
                   PERFORM 590-LINEA-TEXTO
                   MOVE "SIN RESPUESTA Y PENDIENTES DE REGISTRAR"
                       TO lin-texto
                   PERFORM 590-LINEA-TEXTO
                   PERFORM 505-POSICIONAR
                   PERFORM UNTIL flag-lee = 0
                       PERFORM 530-CONTAR-CARTA
                       PERFORM 508-SIGUIENTE
                   END-PERFORM
                   CLOSE CIRCULARIZACION
                   PERFORM 540-RESUMEN
                   CLOSE SPOOL-CIRC
                   PERFORM 750-CATALOGAR
                   DISPLAY "Cartas: ", cant-cartas, "  conformes: ",
                       cant-conformes, "  disconformes: ",
                       cant-disconformes, "  sin respuesta: ",
                       cant-sin-respuesta, "  pendientes: ",
                       cant-pendientes
                   DISPLAY "Informe de diferencias en ",
                       FUNCTION TRIM(ws-nombre-spool)
               END-IF.

      *    Deja leida la primera carta del corte; flag-lee = 0 si no
      *    hay ninguna.
           505-POSICIONAR.
               MOVE ws-fecha-corte TO cir-corte.
               MOVE 0 TO cir-nro.
               START CIRCULARIZACION KEY IS NOT LESS THAN cir-clave
                   INVALID KEY
                       MOVE 0 TO flag-lee
                   NOT INVALID KEY
                       MOVE 1 TO flag-lee
               END-START.
               IF flag-lee = 1
                   PERFORM 508-SIGUIENTE
               END-IF.

           508-SIGUIENTE.
               READ CIRCULARIZACION NEXT AT END
                   MOVE 0 TO flag-lee
               NOT AT END
                   IF cir-corte NOT = ws-fecha-corte
                       MOVE 0 TO flag-lee
                   END-IF
               END-READ.

           510-ENCABEZADO.
               ADD 1 TO cant-paginas.
               MOVE ws-fecha-corte TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-ti-fecha.
               MOVE cant-paginas TO l-ti-hoja.
               IF cant-paginas > 1
                   MOVE SPACES TO spc-linea
                   WRITE spc-linea
               END-IF.
               WRITE spc-linea FROM lin-titulo-informe.
               MOVE SPACES TO spc-linea.
               WRITE spc-linea.
               MOVE 2 TO cant-lineas.

           520-DISCONFORMIDAD.
               MOVE SPACES TO lin-dif-carta.
               MOVE cir-nro TO l-dc-nro.
               MOVE cir-socio TO l-dc-socio.
               MOVE cir-nombre TO l-dc-nombre.
               MOVE "DISCONFORME" TO l-dc-estado.
               MOVE lin-dif-carta TO lin-texto.
               PERFORM 590-LINEA-TEXTO.
               COMPUTE ws-dif-saldo = cir-saldo-socio - cir-saldo.
               COMPUTE ws-dif-pf = cir-pf-socio - cir-pf-capital.
               COMPUTE ws-dif-prestamo =
                   cir-prestamo-socio - cir-prestamo.
               IF ws-dif-saldo NOT = 0
                   MOVE "CAJA DE AHORRO" TO l-di-concepto
                   MOVE cir-saldo TO l-di-coop
                   MOVE cir-saldo-socio TO l-di-socio
                   MOVE ws-dif-saldo TO l-di-dif
                   MOVE lin-dif-item TO lin-texto
                   PERFORM 590-LINEA-TEXTO
               END-IF.
               IF ws-dif-pf NOT = 0
                   MOVE "PLAZOS FIJOS" TO l-di-concepto
                   MOVE cir-pf-capital TO l-di-coop
                   MOVE cir-pf-socio TO l-di-socio
                   MOVE ws-dif-pf TO l-di-dif
                   MOVE lin-dif-item TO lin-texto
                   PERFORM 590-LINEA-TEXTO
               END-IF.
               IF ws-dif-prestamo NOT = 0
                   MOVE "PRESTAMOS" TO l-di-concepto
                   MOVE cir-prestamo TO l-di-coop
                   MOVE cir-prestamo-socio TO l-di-socio
                   MOVE ws-dif-prestamo TO l-di-dif
                   MOVE lin-dif-item TO lin-texto
                   PERFORM 590-LINEA-TEXTO
               END-IF.
               IF ws-dif-saldo = 0 AND ws-dif-pf = 0 AND
                   ws-dif-prestamo = 0
                   MOVE "    (el socio no informo importes distintos)"
                       TO lin-texto
                   PERFORM 590-LINEA-TEXTO
               END-IF.
               ADD ws-dif-saldo TO total-dif-saldo.
               ADD ws-dif-pf TO total-dif-pf.
               ADD ws-dif-prestamo TO total-dif-prestamo.

           530-CONTAR-CARTA.
               ADD 1 TO cant-cartas.
               ADD cir-saldo TO total-circularizado.
               IF cir-por-importe
                   ADD 1 TO cant-por-importe
               ELSE
                   ADD 1 TO cant-por-muestra
               END-IF.
               EVALUATE TRUE
                   WHEN cir-conforme
                       ADD 1 TO cant-conformes
                       ADD cir-saldo TO total-confirmado
                   WHEN cir-disconforme
                       ADD 1 TO cant-disconformes
                   WHEN cir-sin-respuesta
                       ADD 1 TO cant-sin-respuesta
                       MOVE SPACES TO lin-dif-carta
                       MOVE cir-nro TO l-dc-nro
                       MOVE cir-socio TO l-dc-socio
                       MOVE cir-nombre TO l-dc-nombre
                       MOVE "SIN RESPUESTA" TO l-dc-estado
                       MOVE lin-dif-carta TO lin-texto
                       PERFORM 590-LINEA-TEXTO
                   WHEN OTHER
                       ADD 1 TO cant-pendientes
                       MOVE SPACES TO lin-dif-carta
                       MOVE cir-nro TO l-dc-nro
                       MOVE cir-socio TO l-dc-socio
                       MOVE cir-nombre TO l-dc-nombre
                       MOVE "PENDIENTE DE REGISTRAR" TO l-dc-estado
                       MOVE lin-dif-carta TO lin-texto
                       PERFORM 590-LINEA-TEXTO
               END-EVALUATE.

           540-RESUMEN.
               MOVE SPACES TO lin-texto.
               PERFORM 590-LINEA-TEXTO.
               MOVE "RESUMEN" TO lin-texto.
               PERFORM 590-LINEA-TEXTO.
               MOVE SPACES TO lin-total-cant.
               MOVE "CARTAS ENVIADAS" TO l-tc-texto.
               MOVE cant-cartas TO l-tc-cant.
               MOVE lin-total-cant TO lin-texto.
               PERFORM 590-LINEA-TEXTO.
               MOVE "  POR SALDO SOBRE EL CORTE" TO l-tc-texto.
               MOVE cant-por-importe TO l-tc-cant.
               MOVE lin-total-cant TO lin-texto.
               PERFORM 590-LINEA-TEXTO.
               MOVE "  POR MUESTRA" TO l-tc-texto.
               MOVE cant-por-muestra TO l-tc-cant.
               MOVE lin-total-cant TO lin-texto.
               PERFORM 590-LINEA-TEXTO.
               MOVE "CONFORMES" TO l-tc-texto.
               MOVE cant-conformes TO l-tc-cant.
               MOVE lin-total-cant TO lin-texto.
               PERFORM 590-LINEA-TEXTO.
               MOVE "DISCONFORMES" TO l-tc-texto.
               MOVE cant-disconformes TO l-tc-cant.
               MOVE lin-total-cant TO lin-texto.
               PERFORM 590-LINEA-TEXTO.
               MOVE "SIN RESPUESTA" TO l-tc-texto.
               MOVE cant-sin-respuesta TO l-tc-cant.
               MOVE lin-total-cant TO lin-texto.
               PERFORM 590-LINEA-TEXTO.
               MOVE "PENDIENTES DE REGISTRAR" TO l-tc-texto.
               MOVE cant-pendientes TO l-tc-cant.
               MOVE lin-total-cant TO lin-texto.
               PERFORM 590-LINEA-TEXTO.
               MOVE SPACES TO lin-total.
               MOVE "SALDO CIRCULARIZADO" TO l-tot-texto.
               MOVE total-circularizado TO l-tot-importe.
               MOVE lin-total TO lin-texto.
               PERFORM 590-LINEA-TEXTO.
               MOVE "SALDO CONFIRMADO" TO l-tot-texto.
               MOVE total-confirmado TO l-tot-importe.
               MOVE lin-total TO lin-texto.
               PERFORM 590-LINEA-TEXTO.
               MOVE "DIFERENCIA NETA CAJA DE AHORRO" TO l-tot-texto.
               MOVE total-dif-saldo TO l-tot-importe.
               MOVE lin-total TO lin-texto.
               PERFORM 590-LINEA-TEXTO.
               MOVE "DIFERENCIA NETA PLAZOS FIJOS" TO l-tot-texto.
               MOVE total-dif-pf TO l-tot-importe.
               MOVE lin-total TO lin-texto.
               PERFORM 590-LINEA-TEXTO.
               MOVE "DIFERENCIA NETA PRESTAMOS" TO l-tot-texto.
               MOVE total-dif-prestamo TO l-tot-importe.
               MOVE lin-total TO lin-texto.
               PERFORM 590-LINEA-TEXTO.

           590-LINEA-TEXTO.
               IF cant-lineas >= 60
                   PERFORM 510-ENCABEZADO
               END-IF.
               WRITE spc-linea FROM lin-texto.
               ADD 1 TO cant-lineas.

           700-GRABAR-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-reg.
               STRING aud-fecha-hora    DELIMITED BY SIZE
                      " | OPER: "       DELIMITED BY SIZE
                      FUNCTION TRIM(ws-admin-id) DELIMITED BY SIZE
                      " | SOCIO "       DELIMITED BY SIZE
                      cir-socio         DELIMITED BY SIZE
                      " | CIRCULARIZA  | ANTES: "
                                        DELIMITED BY SIZE
                      cir-corte         DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      cir-nro           DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      ws-respuesta-antes DELIMITED BY SIZE
                      " | DESPUES: "    DELIMITED BY SIZE
                      cir-respuesta     DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      cir-saldo-socio   DELIMITED BY SIZE
                      INTO aud-reg.
               CALL "SELLO-AUDITORIA" USING aud-reg
                   ON EXCEPTION
                       CONTINUE
               END-CALL.
               WRITE aud-reg.
               CLOSE AUDITORIA.

           750-CATALOGAR.
               OPEN EXTEND CATALOGO.
               IF cat-fileStatus NOT = "00"
                   OPEN OUTPUT CATALOGO
               END-IF.
               MOVE ws-ts-spool TO cat-fecha-hora.
               MOVE "CIRCULARIZA-SALDOS" TO cat-programa.
               MOVE ws-nombre-spool TO cat-archivo.
               MOVE cant-paginas TO cat-paginas.
               WRITE cat-reg.
               CLOSE CATALOGO.

      *    Devuelve en idx-tps la entrada del socio, dandola de alta
      *    si no estaba; 0 si la tabla esta llena.
           800-UBICAR-SOCIO.
               MOVE 0 TO idx-tps.
               PERFORM VARYING idx-tps FROM 1 BY 1
                       UNTIL idx-tps > cant-tps
                   IF tps-socio(idx-tps) = ws-socio-buscar
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tps > cant-tps
                   IF cant-tps < 5000
                       ADD 1 TO cant-tps
                       MOVE cant-tps TO idx-tps
                       MOVE ws-socio-buscar TO tps-socio(idx-tps)
                       MOVE 0 TO tps-pf-cant(idx-tps)
                       MOVE 0 TO tps-pf-capital(idx-tps)
                       MOVE 0 TO tps-prestamo(idx-tps)
                   ELSE
                       MOVE 1 TO flag-desborde
                       MOVE 0 TO idx-tps
                   END-IF
               END-IF.

           850-EDITAR-FECHA.
               MOVE ws-fa-dd TO ws-fed-dd.
               MOVE ws-fa-mm TO ws-fed-mm.
               MOVE ws-fa-aaaa TO ws-fed-aaaa.

       END PROGRAM CIRCULARIZA-SALDOS.
