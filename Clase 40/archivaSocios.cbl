      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVA-SOCIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soc-cod
               FILE STATUS IS soc-fileStatus.

           SELECT socios-historico ASSIGN TO "..\sociosHistorico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sh-cod
               FILE STATUS IS sh-fileStatus.

           SELECT mov-historico ASSIGN TO "..\movHistorico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS movh-clave
               FILE STATUS IS movh-fileStatus.

           SELECT mov-archivo ASSIGN TO "..\movHistoricoArchivo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mva-clave
               FILE STATUS IS mva-fileStatus.

           SELECT capital-social ASSIGN TO "..\capitalSocial.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cap-fileStatus.

           SELECT plazos-fijos ASSIGN TO "..\plazosFijos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pf-fileStatus.

           SELECT prestamos ASSIGN TO "..\prestamos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pre-fileStatus.

           SELECT chequeras ASSIGN TO "..\chequeras.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cheq-fileStatus.

           SELECT embargos ASSIGN TO "..\embargos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emb-clave
               FILE STATUS IS emb-fileStatus.

           SELECT tarjetas ASSIGN TO "..\tarjetas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tar-numero
               FILE STATUS IS tar-fileStatus.

           SELECT cuentas-dolares ASSIGN TO "..\cuentasDolares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cdl-socio
               FILE STATUS IS cdl-fileStatus.

           SELECT reclamos-socios ASSIGN TO "..\reclamosSocios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rso-nro
               FILE STATUS IS rso-fileStatus.

           SELECT auditoria ASSIGN TO "..\auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT spool-archivo ASSIGN TO ws-nombre-spool
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

      *    Maestro historico: el registro del socio tal cual estaba
      *    en socios.dat, mas la fecha en que se archivo y la de su
      *    ultima actividad.
       FD  socios-historico.
       01  sh-reg.
           03 sh-datos.
               05 sh-cod pic 9(6).
               05 sh-resto pic x(125).
           03 sh-fecha-archivo pic 9(8).
           03 sh-ult-actividad pic 9(8).
           03 sh-operador pic x(10).

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

       FD  mov-archivo.
       01  mva-reg.
           03 mva-clave.
               05 mva-socio pic 9(6).
               05 mva-fecha-hora pic x(14).
               05 mva-seq pic 9(3).
           03 mva-operador pic x(10).
           03 mva-concepto pic x(13).
           03 mva-importe pic s9(7)v99.
           03 mva-saldo-result pic s9(7)v99.

       FD  capital-social.
       01  cap-reg.
           03 cap-socio pic 9(6).
           03 cap-acciones pic 9(5).
           03 cap-valor-accion pic 9(6)v99.
           03 cap-suscripto pic 9(8)v99.
           03 cap-integrado pic 9(8)v99.
           03 cap-plan-cuotas pic 99.
           03 cap-plan-importe pic 9(6)v99.
           03 cap-plan-pagas pic 99.
           03 cap-ultimo-periodo pic 9(6).
           03 cap-fecha-suscripcion pic 9(8).
           03 cap-estado pic x.
               88 cap-vigente value "V".
               88 cap-a-reintegrar value "R".
           03 cap-reintegro pic 9(8)v99.
           03 cap-fecha-baja pic 9(8).

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

       FD  prestamos.
       01  pre-reg.
           03 pre-nro pic 9(5).
           03 pre-socio pic 9(6).
           03 pre-monto pic 9(6)v99.
           03 pre-tasa pic 99v9999.
           03 pre-cant-cuotas pic 99.
           03 pre-fecha-alta pic 9(8).
           03 pre-estado pic x.
               88 pre-activo value "A".
               88 pre-siniestro value "S".
           03 pre-refinancia pic 9(5).

       FD  chequeras.
       01  cheq-reg.
           03 cheq-socio pic 9(6).
           03 cheq-desde pic 9(6).
           03 cheq-hasta pic 9(6).
           03 cheq-fecha-entrega pic 9(8).
           03 cheq-estado pic x.
               88 cheq-vigente value "V".
               88 cheq-cerrada value "C".

       FD  embargos.
       01  emb-reg.
           03 emb-clave.
               05 emb-socio pic 9(6).
               05 emb-expediente pic x(12).
           03 emb-importe pic s9(7)v99.
           03 emb-fecha pic 9(8).
           03 emb-estado pic x.
               88 emb-activo value "A".
               88 emb-levantado value "L".

       FD  tarjetas.
       01  tar-reg.
           03 tar-numero pic 9(16).
           03 tar-socio pic 9(6).
           03 tar-estado pic x.
               88 tar-activa value "A".
               88 tar-bloqueada value "B".
               88 tar-denunciada value "P".
               88 tar-cerrada value "C".
           03 tar-vence pic 9(6).
           03 tar-limite-diario pic 9(6)v99.
           03 tar-fecha-alta pic 9(8).
           03 tar-fecha-estado pic 9(8).
           03 tar-operador pic x(10).

       FD  cuentas-dolares.
       01  cdl-reg.
           03 cdl-socio pic 9(6).
           03 cdl-saldo pic s9(7)v99.
           03 cdl-estado pic x.
               88 cdl-abierta value "A".
               88 cdl-cerrada value "C".
           03 cdl-fecha-alta pic 9(8).
           03 cdl-fecha-estado pic 9(8).
           03 cdl-operador pic x(10).

       FD  reclamos-socios.
       01  rso-reg.
           03 rso-nro pic 9(6).
           03 rso-socio pic 9(6).
           03 rso-filial pic 99.
           03 rso-fecha-alta pic 9(8).
           03 rso-tipo pic x.
           03 rso-mov-origen pic x.
           03 rso-mov-fecha-hora pic x(14).
           03 rso-mov-seq pic 9(3).
           03 rso-mov-concepto pic x(13).
           03 rso-mov-importe pic s9(7)v99.
           03 rso-importe pic 9(7)v99.
           03 rso-responsable pic x(10).
           03 rso-estado pic x.
               88 rso-abierto value "A".
               88 rso-a-favor value "F".
               88 rso-rechazado value "R".
           03 rso-fecha-resol pic 9(8).
           03 rso-descripcion pic x(40).
           03 rso-resolucion pic x(40).
           03 rso-operador-alta pic x(10).

       FD  auditoria.
       01  aud-reg pic x(180).

       FD  spool-archivo.
       01  spa-linea pic x(132).

       FD  catalogo.
       01  cat-reg.
           03 cat-fecha-hora pic x(14).
           03 cat-programa pic x(20).
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
       01  flag-movh pic 9.
       01  flag-movh-abierto pic 9 value 0.
       01  flag-confirma pic x.
       01  soc-fileStatus pic xx.
       01  sh-fileStatus pic xx.
       01  movh-fileStatus pic xx.
       01  mva-fileStatus pic xx.
       01  cap-fileStatus pic xx.
       01  pf-fileStatus pic xx.
       01  pre-fileStatus pic xx.
       01  cheq-fileStatus pic xx.
       01  emb-fileStatus pic xx.
       01  tar-fileStatus pic xx.
       01  cdl-fileStatus pic xx.
       01  rso-fileStatus pic xx.
       01  cat-fileStatus pic xx.
       01  ws-nombre-spool pic x(40).
       01  ws-ts-spool pic x(14).
       01  ws-operador-id pic x(10).
       01  aud-fecha-hora pic x(14).
       01  ws-fecha-proceso pic 9(8).
       01  ws-fn-accion pic x.
       01  ws-fn-estado pic x.
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-par-clave pic x(14).
       01  ws-par-fecha pic 9(8).
       01  ws-par-valor pic 9(9)v9999.
       01  ws-par-resultado pic x.
       01  ws-lock-accion pic x.
       01  ws-lock-prog pic x(20).
       01  ws-lock-resultado pic x.
       01  ws-lock-titular pic x(40).
       01  ws-arch-anios pic 99.
       01  ws-fecha-limite pic 9(8).
       01  ws-fecha-limite-r redefines ws-fecha-limite.
           03 ws-fl-aaaa pic 9(4).
           03 ws-fl-mmdd pic 9(4).
       01  ws-socio-buscado pic 9(6).
       01  ws-motivo pic x(24).
       01  idx-tca pic 9(4).
       01  ws-bb-desde pic 9(4).
       01  ws-bb-hasta pic 9(4).
       01  ws-bb-medio pic 9(4).
       01  cant-lineas pic 99 value 0.
       01  cant-paginas pic 9(4) value 0.
       01  cant-cerrados pic 9(5) value 0.
       01  cant-elegibles pic 9(5) value 0.
       01  cant-archivados pic 9(5) value 0.
       01  cant-retenidos pic 9(5) value 0.
       01  cant-movs-archivados pic 9(7) value 0.

      *    Socios cerrados (baja o fallecido) con saldo cero, en
      *    orden de codigo. tca-motivo queda en blanco mientras no
      *    aparezca un producto abierto que lo retenga.
       01  tabla-candidatos.
           03 tca-item occurs 5000 times.
               05 tca-cod pic 9(6).
               05 tca-nom pic x(20).
               05 tca-estado pic x.
               05 tca-ult-actividad pic 9(8).
               05 tca-motivo pic x(24).
               05 tca-archivado pic 9.
               05 tca-cant-movs pic 9(5).
       01  cant-tca pic 9(4) value 0.

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
           03 filler pic x(37) value
               "ARCHIVO DE SOCIOS CERRADOS - CORRIDA ".
           03 l-tit-fecha pic x(10).
           03 filler pic x(24) value "   SIN ACTIVIDAD DESDE: ".
           03 l-tit-limite pic x(10).
           03 filler pic x(9) value "   HOJA ".
           03 l-tit-hoja pic zzz9.

       01  lin-seccion pic x(80).

       01  lin-encabezado.
           03 filler pic x(9) value "  SOCIO ".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(4) value "EST".
           03 filler pic x(13) value "ULT.ACTIVIDAD".
           03 filler pic x(2) value spaces.
           03 filler pic x(24) value "MOVIMIENTOS / MOTIVO".

       01  lin-socio.
           03 filler pic x(2) value spaces.
           03 l-soc-cod pic 9(6).
           03 filler pic x value space.
           03 l-soc-nom pic x(20).
           03 filler pic x value space.
           03 l-soc-estado pic x.
           03 filler pic x(3) value spaces.
           03 l-soc-fecha pic x(10).
           03 filler pic x(5) value spaces.
           03 l-soc-detalle pic x(24).

       01  lin-total.
           03 l-tot-texto pic x(40).
           03 l-tot-cantidad pic zzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 100-INICIO.
            PERFORM 200-CARGAR-CANDIDATOS.
            IF cant-tca > 0
                PERFORM 300-ULTIMA-ACTIVIDAD
                PERFORM 400-PRODUCTOS-ABIERTOS
                PERFORM 450-CONTAR-ELEGIBLES
            END-IF.
            IF cant-elegibles = 0
                DISPLAY "Ningun socio cerrado cumple las condiciones "
                    "para archivarse"
            ELSE
                DISPLAY "Socios a archivar: ", cant-elegibles,
                    " (retenidos por producto abierto: ",
                    cant-retenidos, ")"
                DISPLAY "Confirma el archivo? S/N"
                ACCEPT flag-confirma
                IF flag-confirma = "S" OR flag-confirma = "s"
                    PERFORM 500-ARCHIVAR
                    PERFORM 600-IMPRIMIR
                ELSE
                    DISPLAY "Corrida cancelada por el operador"
                END-IF
            END-IF.
            PERFORM 900-FIN.
            GOBACK.

           100-INICIO.
               DISPLAY "Archivo anual de socios cerrados".
               DISPLAY "Ingrese usuario operador:".
               ACCEPT ws-operador-id.
               DISPLAY "Fecha de proceso AAAAMMDD (0 = ultimo dia "
                   "cerrado):".
               ACCEPT ws-fecha-proceso.
               PERFORM 105-VALIDAR-FECHA-PROCESO.
               PERFORM 110-LEER-PARAMETROS.
               MOVE "T" TO ws-lock-accion.
               MOVE "ARCHIVA-SOCIOS" TO ws-lock-prog.
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
               OPEN I-O SOCIOS.
               OPEN I-O MOV-HISTORICO.
               IF movh-fileStatus = "00"
                   MOVE 1 TO flag-movh-abierto
               END-IF.

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
               END-EVALUATE.

      *    Antiguedad minima del cierre, en anios, del maestro de
      *    parametros. La fecha limite es la de proceso corrida esa
      *    cantidad de anios atras.
           110-LEER-PARAMETROS.
               MOVE ws-fecha-proceso TO ws-par-fecha.
               MOVE "ARCH-ANIOS" TO ws-par-clave.
               PERFORM 120-LEER-PARAMETRO.
               IF ws-par-resultado = "O" AND ws-par-valor > 0
                   MOVE ws-par-valor TO ws-arch-anios
               ELSE
                   MOVE 5 TO ws-arch-anios
               END-IF.
               MOVE ws-fecha-proceso TO ws-fecha-limite.
               SUBTRACT ws-arch-anios FROM ws-fl-aaaa.
               IF ws-fl-mmdd = 0229
                   MOVE 0228 TO ws-fl-mmdd
               END-IF.
               DISPLAY "Se archivan los socios cerrados sin actividad "
                   "desde el ", ws-fecha-limite, " (", ws-arch-anios,
                   " anios)".

           120-LEER-PARAMETRO.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.

      *    Primer filtro sobre el maestro: cerrado, saldo cero y
      *    dado de alta antes de la fecha limite.
           200-CARGAR-CANDIDATOS.
               MOVE 1 TO flag-fin.
               PERFORM UNTIL flag-fin = 0
                   READ SOCIOS NEXT AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       IF (soc-baja OR soc-fallecido)
                           ADD 1 TO cant-cerrados
                           IF soc-saldo = 0 AND
                               soc-fecha-alta < ws-fecha-limite
                               PERFORM 210-AGREGAR-CANDIDATO
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM.

           210-AGREGAR-CANDIDATO.
               IF cant-tca < 5000
                   ADD 1 TO cant-tca
                   MOVE soc-cod TO tca-cod(cant-tca)
                   MOVE soc-nom TO tca-nom(cant-tca)
                   MOVE soc-estado TO tca-estado(cant-tca)
                   MOVE soc-fecha-alta TO tca-ult-actividad(cant-tca)
                   MOVE SPACES TO tca-motivo(cant-tca)
                   MOVE 0 TO tca-archivado(cant-tca)
                   MOVE 0 TO tca-cant-movs(cant-tca)
               ELSE
                   IF cant-tca = 5000
                       DISPLAY "Mas de 5000 candidatos - el resto "
                           "queda para la proxima corrida"
                       ADD 1 TO cant-tca
                   END-IF
               END-IF.

      *    La ultima actividad es el ultimo movimiento del historico
      *    o la baja del capital social, lo que sea posterior.
           300-ULTIMA-ACTIVIDAD.
               IF cant-tca > 5000
                   MOVE 5000 TO cant-tca
               END-IF.
               IF flag-movh-abierto = 1
                   PERFORM VARYING idx-tca FROM 1 BY 1
                           UNTIL idx-tca > cant-tca
                       PERFORM 310-ULTIMO-MOVIMIENTO
                   END-PERFORM
               END-IF.
               OPEN INPUT CAPITAL-SOCIAL.
               IF cap-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CAPITAL-SOCIAL AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           MOVE cap-socio TO ws-socio-buscado
                           PERFORM 490-UBICAR-CANDIDATO
                           IF idx-tca > 0
                               IF cap-fecha-baja >
                                   tca-ult-actividad(idx-tca)
                                   MOVE cap-fecha-baja
                                       TO tca-ult-actividad(idx-tca)
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAPITAL-SOCIAL
               END-IF.

           310-ULTIMO-MOVIMIENTO.
               MOVE tca-cod(idx-tca) TO movh-socio.
               MOVE LOW-VALUES TO movh-fecha-hora.
               MOVE 0 TO movh-seq.
               START MOV-HISTORICO KEY IS NOT LESS THAN movh-clave
                   INVALID KEY
                       MOVE 0 TO flag-movh
                   NOT INVALID KEY
                       MOVE 1 TO flag-movh
               END-START.
               PERFORM UNTIL flag-movh = 0
                   READ MOV-HISTORICO NEXT AT END
                       MOVE 0 TO flag-movh
                   NOT AT END
                       IF movh-socio NOT = tca-cod(idx-tca)
                           MOVE 0 TO flag-movh
                       ELSE
                           IF movh-fecha-hora(1:8) >
                               tca-ult-actividad(idx-tca)
                               MOVE movh-fecha-hora(1:8)
                                   TO tca-ult-actividad(idx-tca)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM.

      *    Ningun producto ni obligacion puede quedar abierto: el
      *    cierre de cuenta del ABM ya los cancela, pero se vuelve
      *    a mirar cada archivo por si alguno se reabrio despues.
           400-PRODUCTOS-ABIERTOS.
               PERFORM 410-PLAZOS-FIJOS.
               PERFORM 415-PRESTAMOS.
               PERFORM 420-CHEQUERAS.
               PERFORM 425-EMBARGOS.
               PERFORM 430-TARJETAS.
               PERFORM 435-DOLARES.
               PERFORM 440-RECLAMOS.

           410-PLAZOS-FIJOS.
               OPEN INPUT PLAZOS-FIJOS.
               IF pf-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PLAZOS-FIJOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF pf-vigente
                               MOVE pf-socio TO ws-socio-buscado
                               MOVE "PLAZO FIJO VIGENTE" TO ws-motivo
                               PERFORM 480-RETENER
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAZOS-FIJOS
               END-IF.

           415-PRESTAMOS.
               OPEN INPUT PRESTAMOS.
               IF pre-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ PRESTAMOS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF pre-activo OR pre-siniestro
                               MOVE pre-socio TO ws-socio-buscado
                               MOVE "PRESTAMO SIN CANCELAR"
                                   TO ws-motivo
                               PERFORM 480-RETENER
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRESTAMOS
               END-IF.

           420-CHEQUERAS.
               OPEN INPUT CHEQUERAS.
               IF cheq-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CHEQUERAS AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cheq-vigente
                               MOVE cheq-socio TO ws-socio-buscado
                               MOVE "CHEQUERA VIGENTE" TO ws-motivo
                               PERFORM 480-RETENER
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHEQUERAS
               END-IF.

           425-EMBARGOS.
               OPEN INPUT EMBARGOS.
               IF emb-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ EMBARGOS NEXT AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF emb-activo
                               MOVE emb-socio TO ws-socio-buscado
                               MOVE "EMBARGO ACTIVO" TO ws-motivo
                               PERFORM 480-RETENER
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMBARGOS
               END-IF.

           430-TARJETAS.
               OPEN INPUT TARJETAS.
               IF tar-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ TARJETAS NEXT AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF tar-activa OR tar-bloqueada
                               MOVE tar-socio TO ws-socio-buscado
                               MOVE "TARJETA SIN CERRAR" TO ws-motivo
                               PERFORM 480-RETENER
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TARJETAS
               END-IF.

           435-DOLARES.
               OPEN INPUT CUENTAS-DOLARES.
               IF cdl-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ CUENTAS-DOLARES NEXT AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF cdl-abierta OR cdl-saldo NOT = 0
                               MOVE cdl-socio TO ws-socio-buscado
                               MOVE "CUENTA EN DOLARES" TO ws-motivo
                               PERFORM 480-RETENER
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUENTAS-DOLARES
               END-IF.

           440-RECLAMOS.
               OPEN INPUT RECLAMOS-SOCIOS.
               IF rso-fileStatus = "00"
                   MOVE 1 TO flag-fin
                   PERFORM UNTIL flag-fin = 0
                       READ RECLAMOS-SOCIOS NEXT AT END
                           MOVE 0 TO flag-fin
                       NOT AT END
                           IF rso-abierto
                               MOVE rso-socio TO ws-socio-buscado
                               MOVE "RECLAMO ABIERTO" TO ws-motivo
                               PERFORM 480-RETENER
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RECLAMOS-SOCIOS
               END-IF.

           450-CONTAR-ELEGIBLES.
               PERFORM VARYING idx-tca FROM 1 BY 1
                       UNTIL idx-tca > cant-tca
                   IF tca-ult-actividad(idx-tca) < ws-fecha-limite
                       IF tca-motivo(idx-tca) = SPACES
                           ADD 1 TO cant-elegibles
                       ELSE
                           ADD 1 TO cant-retenidos
                       END-IF
                   END-IF
               END-PERFORM.

           480-RETENER.
               PERFORM 490-UBICAR-CANDIDATO.
               IF idx-tca > 0
                   IF tca-motivo(idx-tca) = SPACES
                       MOVE ws-motivo TO tca-motivo(idx-tca)
                   END-IF
               END-IF.

      *    La tabla esta en orden de codigo: busqueda binaria. Deja
      *    idx-tca en 0 si el socio no es candidato.
           490-UBICAR-CANDIDATO.
               MOVE 0 TO idx-tca.
               MOVE 1 TO ws-bb-desde.
               MOVE cant-tca TO ws-bb-hasta.
               PERFORM UNTIL ws-bb-desde > ws-bb-hasta OR idx-tca > 0
                   COMPUTE ws-bb-medio =
                       (ws-bb-desde + ws-bb-hasta) / 2
                   EVALUATE TRUE
                       WHEN tca-cod(ws-bb-medio) = ws-socio-buscado
                           MOVE ws-bb-medio TO idx-tca
                       WHEN tca-cod(ws-bb-medio) < ws-socio-buscado
                           COMPUTE ws-bb-desde = ws-bb-medio + 1
                       WHEN OTHER
                           COMPUTE ws-bb-hasta = ws-bb-medio - 1
                   END-EVALUATE
               END-PERFORM.

      *    Cada socio elegible pasa con todos sus movimientos al
      *    historico de archivo y se borra del maestro activo. Si
      *    ya estaba en el maestro historico no se toca.
           500-ARCHIVAR.
               OPEN I-O SOCIOS-HISTORICO.
               IF sh-fileStatus = "35"
                   OPEN OUTPUT SOCIOS-HISTORICO
                   CLOSE SOCIOS-HISTORICO
                   OPEN I-O SOCIOS-HISTORICO
               END-IF.
               OPEN I-O MOV-ARCHIVO.
               IF mva-fileStatus = "35"
                   OPEN OUTPUT MOV-ARCHIVO
                   CLOSE MOV-ARCHIVO
                   OPEN I-O MOV-ARCHIVO
               END-IF.
               OPEN EXTEND AUDITORIA.
               PERFORM VARYING idx-tca FROM 1 BY 1
                       UNTIL idx-tca > cant-tca
                   IF tca-ult-actividad(idx-tca) < ws-fecha-limite
                       AND tca-motivo(idx-tca) = SPACES
                       PERFORM 510-ARCHIVAR-SOCIO
                   END-IF
               END-PERFORM.
               CLOSE SOCIOS-HISTORICO.
               CLOSE MOV-ARCHIVO.
               CLOSE AUDITORIA.

           510-ARCHIVAR-SOCIO.
               MOVE tca-cod(idx-tca) TO soc-cod.
               READ SOCIOS INVALID KEY
                   MOVE "NO ESTA EN EL MAESTRO" TO tca-motivo(idx-tca)
               NOT INVALID KEY
                   MOVE soc-reg TO sh-datos
                   MOVE ws-fecha-proceso TO sh-fecha-archivo
                   MOVE tca-ult-actividad(idx-tca) TO sh-ult-actividad
                   MOVE ws-operador-id TO sh-operador
                   WRITE sh-reg INVALID KEY
                       MOVE "YA ARCHIVADO" TO tca-motivo(idx-tca)
                   NOT INVALID KEY
                       PERFORM 520-ARCHIVAR-MOVIMIENTOS
                       DELETE SOCIOS RECORD
                       MOVE 1 TO tca-archivado(idx-tca)
                       ADD 1 TO cant-archivados
                       PERFORM 530-GRABAR-AUDITORIA
                   END-WRITE
               END-READ.

           520-ARCHIVAR-MOVIMIENTOS.
               IF flag-movh-abierto = 1
                   MOVE tca-cod(idx-tca) TO movh-socio
                   MOVE LOW-VALUES TO movh-fecha-hora
                   MOVE 0 TO movh-seq
                   START MOV-HISTORICO KEY IS NOT LESS THAN movh-clave
                       INVALID KEY
                           MOVE 0 TO flag-movh
                       NOT INVALID KEY
                           MOVE 1 TO flag-movh
                   END-START
                   PERFORM UNTIL flag-movh = 0
                       READ MOV-HISTORICO NEXT AT END
                           MOVE 0 TO flag-movh
                       NOT AT END
                           IF movh-socio NOT = tca-cod(idx-tca)
                               MOVE 0 TO flag-movh
                           ELSE
                               MOVE movh-reg TO mva-reg
                               WRITE mva-reg
                                   INVALID KEY CONTINUE
                               END-WRITE
                               DELETE MOV-HISTORICO RECORD
                               ADD 1 TO tca-cant-movs(idx-tca)
                               ADD 1 TO cant-movs-archivados
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF.

           530-GRABAR-AUDITORIA.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-reg.
               STRING aud-fecha-hora    DELIMITED BY SIZE
                      " | OPER: "       DELIMITED BY SIZE
                      FUNCTION TRIM(ws-operador-id) DELIMITED BY SIZE
                      " | SOCIO "       DELIMITED BY SIZE
                      tca-cod(idx-tca)  DELIMITED BY SIZE
                      " | ARCHIVO       | ANTES: "
                                        DELIMITED BY SIZE
                      tca-estado(idx-tca) DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      tca-ult-actividad(idx-tca) DELIMITED BY SIZE
                      " | DESPUES: ARCHIVADO "
                                        DELIMITED BY SIZE
                      tca-cant-movs(idx-tca) DELIMITED BY SIZE
                      INTO aud-reg.
               CALL "SELLO-AUDITORIA" USING aud-reg
                   ON EXCEPTION
                       CONTINUE
               END-CALL.
               WRITE aud-reg.

           600-IMPRIMIR.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool.
               MOVE SPACES TO ws-nombre-spool.
               STRING "..\spoolArchivoSocios_" DELIMITED BY SIZE
                      ws-ts-spool              DELIMITED BY SIZE
                      ".txt"                   DELIMITED BY SIZE
                      INTO ws-nombre-spool.
               OPEN OUTPUT SPOOL-ARCHIVO.
               PERFORM 610-ENCABEZADO.
               MOVE "SOCIOS ARCHIVADOS" TO lin-seccion.
               PERFORM 690-LINEA-SECCION.
               PERFORM VARYING idx-tca FROM 1 BY 1
                       UNTIL idx-tca > cant-tca
                   IF tca-archivado(idx-tca) = 1
                       MOVE SPACES TO l-soc-detalle
                       MOVE tca-cant-movs(idx-tca) TO l-soc-detalle
                       PERFORM 620-LINEA-SOCIO
                   END-IF
               END-PERFORM.
               MOVE "SOCIOS CERRADOS RETENIDOS EN EL MAESTRO ACTIVO"
                   TO lin-seccion.
               PERFORM 690-LINEA-SECCION.
               PERFORM VARYING idx-tca FROM 1 BY 1
                       UNTIL idx-tca > cant-tca
                   IF tca-archivado(idx-tca) = 0 AND
                       tca-ult-actividad(idx-tca) < ws-fecha-limite
                       MOVE tca-motivo(idx-tca) TO l-soc-detalle
                       PERFORM 620-LINEA-SOCIO
                   END-IF
               END-PERFORM.
               MOVE SPACES TO spa-linea.
               WRITE spa-linea.
               MOVE "SOCIOS CERRADOS EN EL MAESTRO:" TO l-tot-texto.
               MOVE cant-cerrados TO l-tot-cantidad.
               WRITE spa-linea FROM lin-total.
               MOVE "SOCIOS ARCHIVADOS:" TO l-tot-texto.
               MOVE cant-archivados TO l-tot-cantidad.
               WRITE spa-linea FROM lin-total.
               MOVE "MOVIMIENTOS PASADOS AL ARCHIVO:" TO l-tot-texto.
               MOVE cant-movs-archivados TO l-tot-cantidad.
               WRITE spa-linea FROM lin-total.
               MOVE "RETENIDOS POR PRODUCTO ABIERTO:" TO l-tot-texto.
               MOVE cant-retenidos TO l-tot-cantidad.
               WRITE spa-linea FROM lin-total.
               CLOSE SPOOL-ARCHIVO.
               PERFORM 750-CATALOGAR.

           610-ENCABEZADO.
               ADD 1 TO cant-paginas.
               MOVE ws-fecha-proceso TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-tit-fecha.
               MOVE ws-fecha-limite TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-tit-limite.
               MOVE cant-paginas TO l-tit-hoja.
               IF cant-paginas > 1
                   MOVE SPACES TO spa-linea
                   WRITE spa-linea
               END-IF.
               WRITE spa-linea FROM lin-titulo.
               MOVE SPACES TO spa-linea.
               WRITE spa-linea.
               WRITE spa-linea FROM lin-encabezado.
               MOVE 3 TO cant-lineas.

           620-LINEA-SOCIO.
               IF cant-lineas >= 60
                   PERFORM 610-ENCABEZADO
               END-IF.
               MOVE tca-cod(idx-tca) TO l-soc-cod.
               MOVE tca-nom(idx-tca) TO l-soc-nom.
               MOVE tca-estado(idx-tca) TO l-soc-estado.
               MOVE tca-ult-actividad(idx-tca) TO ws-fecha-aux.
               PERFORM 850-EDITAR-FECHA.
               MOVE ws-fecha-ed TO l-soc-fecha.
               WRITE spa-linea FROM lin-socio.
               ADD 1 TO cant-lineas.

           690-LINEA-SECCION.
               IF cant-lineas >= 57
                   PERFORM 610-ENCABEZADO
               END-IF.
               MOVE SPACES TO spa-linea.
               WRITE spa-linea.
               WRITE spa-linea FROM lin-seccion.
               ADD 2 TO cant-lineas.

           750-CATALOGAR.
               OPEN EXTEND CATALOGO.
               IF cat-fileStatus NOT = "00"
                   OPEN OUTPUT CATALOGO
               END-IF.
               MOVE ws-ts-spool TO cat-fecha-hora.
               MOVE "ARCHIVA-SOCIOS" TO cat-programa.
               MOVE ws-nombre-spool TO cat-archivo.
               MOVE cant-paginas TO cat-paginas.
               WRITE cat-reg.
               CLOSE CATALOGO.

           850-EDITAR-FECHA.
               MOVE ws-fa-dd TO ws-fed-dd.
               MOVE ws-fa-mm TO ws-fed-mm.
               MOVE ws-fa-aaaa TO ws-fed-aaaa.

           900-FIN.
               CLOSE SOCIOS.
               IF flag-movh-abierto = 1
                   CLOSE MOV-HISTORICO
               END-IF.
               MOVE "L" TO ws-lock-accion.
               CALL "LOCK-SOCIOS" USING ws-lock-accion,
                   ws-lock-prog, ws-lock-resultado, ws-lock-titular
                   ON EXCEPTION
                       CONTINUE
               END-CALL.
               IF cant-archivados > 0
                   DISPLAY "Socios archivados: ", cant-archivados,
                       "  movimientos: ", cant-movs-archivados
                   DISPLAY "Detalle en ",
                       FUNCTION TRIM(ws-nombre-spool)
               END-IF.

       END PROGRAM ARCHIVA-SOCIOS.
