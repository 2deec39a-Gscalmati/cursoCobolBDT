               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS chrch-fileStatus.

           SELECT cheques-custodia ASSIGN TO
               "..\chequesCustodia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS chcus-fileStatus.

           SELECT ordenes-no-pagar ASSIGN TO "..\ordenesNoPagar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS onp-fileStatus.

           SELECT comisiones ASSIGN TO "..\comisiones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS com-fileStatus.
               RECORD KEY IS movh-clave
               FILE STATUS IS movh-fileStatus.

           SELECT socios-historico ASSIGN TO "..\sociosHistorico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sh-cod
               FILE STATUS IS sh-fileStatus.

           SELECT mov-archivo ASSIGN TO "..\movHistoricoArchivo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mva-clave
               FILE STATUS IS mva-fileStatus.

           SELECT sucesiones ASSIGN TO "..\sucesiones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS suc-fileStatus.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cat-fileStatus.

           SELECT prestamos ASSIGN TO "..\prestamos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pre-fileStatus.

           SELECT cuotas-prestamo ASSIGN TO "..\cuotasPrestamo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cup-fileStatus.

           SELECT reclamos-seguro ASSIGN TO "..\reclamosSeguro.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rcl-fileStatus.

           SELECT capital-social ASSIGN TO "..\capitalSocial.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cap-fileStatus.

           SELECT cotitulares ASSIGN TO "..\cotitulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cot-clave
               FILE STATUS IS cot-fileStatus.

           SELECT contraasientos ASSIGN TO "..\contraasientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rev-fileStatus.

           SELECT tarjetas ASSIGN TO "..\tarjetas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tar-numero
               FILE STATUS IS tar-fileStatus.

           SELECT empresas-recaudadoras ASSIGN TO
               "..\empresasRecaudadoras.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS erec-fileStatus.

           SELECT cobranzas-servicios ASSIGN TO
               "..\cobranzasServicios.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cobs-fileStatus.

           SELECT cuentas-dolares ASSIGN TO "..\cuentasDolares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cdl-socio
               FILE STATUS IS cdl-fileStatus.

           SELECT mov-dolares ASSIGN TO "..\movDolares.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mdl-fileStatus.

           SELECT spool-fiscal ASSIGN TO ws-nombre-spool-fis
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sfi-fileStatus.

           SELECT impresion-fiscal ASSIGN TO "..\infoFiscal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT codeudores ASSIGN TO "..\codeudores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS codd-fileStatus.

      *    Segunda vista de codeudores, de solo lectura, para medir
      *    lo que ya garantiza un socio mientras el cierre de cuenta
      *    recorre el archivo principal en actualizacion.
           SELECT codeudores-exp ASSIGN TO "..\codeudores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS codx-fileStatus.

           SELECT cuotas-pend ASSIGN TO "..\cuotasPendientes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cpend-fileStatus.

           SELECT tasa-interes ASSIGN TO "..\tasaInteres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS tasa-fileStatus.

           SELECT retencion-param ASSIGN TO "..\retencionImpuesto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ret-fileStatus.

           SELECT remesa ASSIGN TO ws-nombre-remesa
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rem-fileStatus.

           SELECT spool-ld ASSIGN TO ws-nombre-spool-ld
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT contactos ASSIGN TO "..\contactoSocios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ctc-socio
               FILE STATUS IS ctc-fileStatus.

           SELECT legajos ASSIGN TO "..\legajoSocios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS leg-clave
               FILE STATUS IS leg-fileStatus.

           SELECT coincidencias ASSIGN TO "..\coincidenciasListas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS coi-clave
               FILE STATUS IS coi-fileStatus.

           SELECT reclamos-socios ASSIGN TO "..\reclamosSocios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rso-nro
               FILE STATUS IS rso-fileStatus.

           SELECT exclusion-marketing ASSIGN TO
               "..\exclusionMarketing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS exm-socio
               FILE STATUS IS exm-fileStatus.

           SELECT adhesiones-aranceles ASSIGN TO
               "..\adhesionesAranceles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS adh-fileStatus.

           SELECT alumnos-colegio ASSIGN TO "..\alumnos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS alu-fileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  socios.
           03 ses-monto-ext pic 9(9)v99.
           03 ses-cant-com pic 9(5).
           03 ses-monto-com pic 9(9)v99.
           03 ses-fecha-negocio pic 9(8).

       FD  movimientos.
       01  mov-reg.
           03 mov-concepto pic x(13).
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-dni-operante pic 9(8).
           03 mov-filial-oper pic 99.
           03 mov-filial-socio pic 99.

       FD  chequeras.
       01  cheq-reg.
           03 chrch-importe pic 9(7)v99.
           03 chrch-fecha pic 9(8).
           03 chrch-motivo pic x(20).
      *    "N" = rechazo que no computa al librador (orden de no
      *    pagar, chequera inexistente); blanco o "S" computa.
           03 chrch-computa pic x.
               88 chrch-no-computa value "N".

      *    Cheques de terceros depositados por los socios: quedan en
      *    custodia como valores al cobro hasta su fecha de pago, se
      *    envian a la camara y se acreditan o se devuelven segun la
      *    respuesta del clearing.
       FD  cheques-custodia.
       01  chcus-reg.
           03 chcus-socio pic 9(6).
           03 chcus-banco pic 9(3).
           03 chcus-cheque pic 9(8).
           03 chcus-importe pic 9(7)v99.
           03 chcus-fecha-pago pic 9(8).
           03 chcus-fecha-deposito pic 9(8).
           03 chcus-estado pic x.
               88 chcus-en-custodia value "C".
               88 chcus-enviado value "E".
               88 chcus-acreditado value "A".
               88 chcus-rechazado value "R".
           03 chcus-fecha-estado pic 9(8).
           03 chcus-operador pic x(10).

      *    Ordenes de no pagar por extravio, robo o disputa: bloquean
      *    un rango de cheques propios del socio hasta su vencimiento,
      *    en mostrador y en el clearing entrante.
       FD  ordenes-no-pagar.
       01  onp-reg.
           03 onp-socio pic 9(6).
           03 onp-desde pic 9(6).
           03 onp-hasta pic 9(6).
           03 onp-motivo pic x.
               88 onp-extravio value "E".
               88 onp-robo value "R".
               88 onp-disputa value "D".
           03 onp-fecha pic 9(8).
           03 onp-vence pic 9(8).
           03 onp-estado pic x.
               88 onp-vigente value "V".
               88 onp-anulada value "A".
           03 onp-operador pic x(10).

      *    Tabla de comisiones por tipo de operacion, administrada
      *    por operaciones en un archivo de parametros.
           03 pf-estado pic x.
               88 pf-vigente value "V".
               88 pf-pagado value "P".
               88 pf-renovado value "R".
               88 pf-cancelado value "C".
           03 pf-instruccion pic x.
               88 pf-inst-pagar value "P" " ".
               88 pf-inst-renovar-capital value "C".
               88 pf-inst-renovar-todo value "I".

       FD  tasa-pf.
       01  tpf-reg.
           03 movd-concepto pic x(13).
           03 movd-importe pic s9(7)v99.
           03 movd-saldo-result pic s9(7)v99.
           03 movd-dni-operante pic 9(8).
           03 movd-filial-oper pic 99.
           03 movd-filial-socio pic 99.

       FD  mov-historico.
       01  movh-reg.
           03 movh-importe pic s9(7)v99.
           03 movh-saldo-result pic s9(7)v99.

      *    Socios cerrados que la corrida anual paso fuera del
      *    maestro activo, con sus movimientos del historico. Se
      *    consultan solo en lectura; la reactivacion los devuelve.
       FD  socios-historico.
       01  sh-reg.
           03 sh-datos.
               05 sh-cod pic 9(6).
               05 sh-resto pic x(125).
           03 sh-fecha-archivo pic 9(8).
           03 sh-ult-actividad pic 9(8).
           03 sh-operador pic x(10).

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

      *    Registro sucesorio: expediente y herederos declarados
      *    del socio fallecido.
       FD  sucesiones.
           03 cat-archivo pic x(40).
           03 cat-paginas pic 9(4).

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
               88 pre-cancelado value "C".
           03 pre-refinancia pic 9(5).

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

      *    Denuncia a la aseguradora del saldo deudor de cada
      *    prestamo del socio fallecido.
       FD  reclamos-seguro.
       01  rcl-reg.
           03 rcl-prestamo pic 9(5).
           03 rcl-socio pic 9(6).
           03 rcl-expediente pic x(12).
           03 rcl-fecha-fallecimiento pic 9(8).
           03 rcl-fecha-denuncia pic 9(8).
           03 rcl-cuotas-impagas pic 99.
           03 rcl-capital pic 9(8)v99.
           03 rcl-interes pic 9(8)v99.
           03 rcl-saldo-total pic 9(8)v99.
           03 rcl-estado pic x.

      *    Capital social suscripto por cada socio: acciones, lo
      *    integrado y el plan de cuotas mensuales del saldo.
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

      *    Cotitulares y autorizados a operar la cuenta del socio,
      *    con un tope opcional por operacion (0 = sin tope).
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

      *    Registro de contraasientos: cada reversion con la clave del
      *    movimiento original (socio, fecha-hora, concepto, importe).
      *    Frena la doble reversion y le da a la contabilidad el
      *    concepto original para asentar el espejo.
       FD  contraasientos.
       01  rev-reg.
           03 rev-socio pic 9(6).
           03 rev-orig-fecha-hora pic x(14).
           03 rev-orig-seq pic 9(3).
           03 rev-orig-origen pic x.
               88 rev-orig-diario value "D".
               88 rev-orig-historico value "H".
           03 rev-orig-concepto pic x(13).
           03 rev-orig-importe pic s9(7)v99.
           03 rev-fecha-hora pic x(14).
           03 rev-operador pic x(10).
           03 rev-motivo pic x(30).

      *    Maestro de tarjetas de debito: cada tarjeta apunta a la
      *    cuenta del socio; el procesador opera contra el saldo por
      *    el batch PROCESA-TARJETAS. Vencimiento como AAAAMM.
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

      *    Empresas de servicios que cobramos por cuenta de terceros:
      *    cuenta bancaria donde se les rinde, comision por factura
      *    y cuenta contable donde queda lo que se les debe.
       FD  empresas-recaudadoras.
       01  erec-reg.
           03 erec-codigo pic 9(4).
           03 erec-nombre pic x(30).
           03 erec-cuenta-banco pic x(22).
           03 erec-comision pic 9(4)v99.
           03 erec-cuenta-contable pic 9(4).
           03 erec-estado pic x.
               88 erec-vigente value "A".

      *    Diario de cobranzas de servicios: una linea por factura
      *    cobrada en mostrador, pendiente (P) hasta que la
      *    liquidacion nocturna la rinde a la empresa (L).
       FD  cobranzas-servicios.
       01  cobs-reg.
           03 cobs-empresa pic 9(4).
           03 cobs-referencia pic x(30).
           03 cobs-importe pic 9(7)v99.
           03 cobs-comision pic 9(4)v99.
           03 cobs-medio pic x.
               88 cobs-en-cuenta value "C".
               88 cobs-en-efectivo value "E".
           03 cobs-socio pic 9(6).
           03 cobs-fecha pic 9(8).
           03 cobs-hora pic 9(6).
           03 cobs-operador pic x(10).
           03 cobs-filial-oper pic 99.
           03 cobs-filial-socio pic 99.
           03 cobs-estado pic x.
               88 cobs-pendiente value "P".
               88 cobs-liquidada value "L".
           03 cobs-fecha-liq pic 9(8).

      *    Caja de ahorro en dolares del socio, aparte del saldo en
      *    pesos de socios.dat. Estado A abierta, C cerrada.
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

      *    Diario de movimientos en dolares: importe y saldo en U$S,
      *    con la cotizacion aplicada y el equivalente en pesos.
       FD  mov-dolares.
       01  mdl-reg.
           03 mdl-socio pic 9(6).
           03 mdl-fecha-hora pic x(14).
           03 mdl-operador pic x(10).
           03 mdl-concepto pic x(13).
           03 mdl-importe pic s9(7)v99.
           03 mdl-saldo-result pic s9(7)v99.
           03 mdl-cotizacion pic 9(5)v9999.
           03 mdl-importe-pesos pic s9(9)v99.
           03 mdl-dni-operante pic 9(8).
           03 mdl-filial-oper pic 99.
           03 mdl-filial-socio pic 99.

       FD  spool-fiscal.
       01  sfi-linea pic x(100).

       FD  impresion-fiscal.
       01  ifi-linea pic x(100).

      *    Socios que garantizan cada prestamo.
       FD  codeudores.
       01  cod-reg.
           03 cod-prestamo pic 9(5).
           03 cod-orden pic 9.
           03 cod-socio pic 9(6).
           03 cod-titular pic 9(6).
           03 cod-fecha-alta pic 9(8).

       FD  codeudores-exp.
       01  codx-reg.
           03 codx-prestamo pic 9(5).
           03 codx-orden pic 9.
           03 codx-socio pic 9(6).
           03 codx-titular pic 9(6).
           03 codx-fecha-alta pic 9(8).

      *    Cuotas de mantenimiento que la cobranza mensual no pudo
      *    debitar.
       FD  cuotas-pend.
       01  cpend-reg.
           03 cpend-socio pic 9(6).
           03 cpend-importe pic 9(4)v99.
           03 cpend-periodo pic 9(6).

       FD  tasa-interes.
       01  tasa-reg.
           03 tasa-mensual pic 99v9999.

       FD  retencion-param.
       01  retp-reg.
           03 retp-tasa pic 99v9999.

       FD  remesa.
       01  rem-reg.
           03 rem-periodo pic 9(6).
           03 rem-socio pic 9(6).
           03 rem-cuit pic 9(11).
           03 rem-base pic 9(7)v99.
           03 rem-retencion pic 9(7)v99.

       FD  spool-ld.
       01  sld-linea pic x(80).

      *    Preferencias de avisos del socio: canal (S = SMS,
      *    E = e-mail), destino, tipos de aviso elegidos (S/N) y
      *    umbral de debito. Estado B = el socio no quiere avisos.
       FD  contactos.
       01  ctc-reg.
           03 ctc-socio pic 9(6).
           03 ctc-canal pic x.
               88 ctc-sms value "S".
               88 ctc-email value "E".
           03 ctc-telefono pic x(15).
           03 ctc-mail pic x(40).
           03 ctc-avisos.
               05 ctc-av-debito pic x.
               05 ctc-av-plazo-fijo pic x.
               05 ctc-av-prestamo pic x.
               05 ctc-av-cheque pic x.
               05 ctc-av-embargo pic x.
               05 ctc-av-seguridad pic x.
           03 ctc-umbral-debito pic 9(7)v99.
           03 ctc-estado pic x.
               88 ctc-adherido value "A".
               88 ctc-desadherido value "B".
           03 ctc-fecha-modif pic 9(8).
           03 ctc-operador pic x(10).

      *    Legajo de documentacion del socio, un registro por tipo:
      *    DNI copia del documento, DOM constancia de domicilio, PEP
      *    declaracion jurada de persona expuesta politicamente, ING
      *    comprobante de ingresos. R = recibido (vence en
      *    leg-fecha-vto), F = faltante reclamado desde
      *    leg-fecha-reclamo por el control nocturno.
       FD  legajos.
       01  leg-reg.
           03 leg-clave.
               05 leg-socio pic 9(6).
               05 leg-tipo pic x(3).
           03 leg-estado pic x.
               88 leg-recibido value "R".
               88 leg-faltante value "F".
           03 leg-fecha-recepcion pic 9(8).
           03 leg-fecha-vto pic 9(8).
           03 leg-fecha-reclamo pic 9(8).
           03 leg-fecha-modif pic 9(8).
           03 leg-operador pic x(10).

      *    Coincidencias con las listas de sanciones (S) y PEP (P)
      *    que deja SCREENING-LISTAS: pendientes (P) hasta que
      *    cumplimiento las confirma (C) o las descarta como falso
      *    positivo (F).
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

      *    Reclamos de socios: debitos no reconocidos (D), comisiones
      *    mal cobradas (C), cheques (Q) y otros (O). El movimiento
      *    reclamado se guarda con su clave del diario (D) o del
      *    historico (H). Abierto (A) hasta que se resuelve a favor
      *    del socio (F), con contraasiento o devolucion, o se
      *    rechaza (R).
       FD  reclamos-socios.
       01  rso-reg.
           03 rso-nro pic 9(6).
           03 rso-socio pic 9(6).
           03 rso-filial pic 99.
           03 rso-fecha-alta pic 9(8).
           03 rso-tipo pic x.
               88 rso-debito value "D".
               88 rso-comision value "C".
               88 rso-cheque value "Q".
               88 rso-otro value "O".
           03 rso-mov-origen pic x.
               88 rso-sin-movimiento value " ".
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

      *    Socios que pidieron no recibir ofertas comerciales: las
      *    campanias de venta cruzada los excluyen de sus listas.
       FD  exclusion-marketing.
       01  exm-reg.
           03 exm-socio pic 9(6).
           03 exm-fecha pic 9(8).
           03 exm-operador pic x(10).

      *    Debito de las cuotas del colegio en la cuenta del socio
      *    que las paga: un alumno, un socio pagador y el tope por
      *    cuota que el socio autoriza. Adherida (A) hasta la baja
      *    (B). La lee DEBITO-ARANCELES al armar el lote del mes.
       FD  adhesiones-aranceles.
       01  adh-reg.
           03 adh-alumno pic 9(6).
           03 adh-socio pic 9(6).
           03 adh-tope pic 9(7)v99.
           03 adh-estado pic x.
               88 adh-activa value "A".
               88 adh-de-baja value "B".
           03 adh-fecha-alta pic 9(8).
           03 adh-fecha-baja pic 9(8).
           03 adh-operador pic x(10).

      *    Padron del colegio: cabecera "C" por alumno seguida de
      *    sus materias; aca solo interesa la cabecera.
       FD  alumnos-colegio.
       01  alu-reg-cab.
           03 alu-cab-tiporeg pic x.
           03 alu-cab-cod pic 9(6).
           03 alu-cab-nombre pic x(20).
           03 alu-cab-estado pic x.

       WORKING-STORAGE SECTION.

       01  ws-lock-prog pic x(20).
       01  ws-lock-resultado pic x.
       01  ws-lock-titular pic x(40).
      *    Dia de negocio con el que se asientan los movimientos; con
      *    el dia cerrado no se opera nada que mueva saldos.
       01  ws-fn-accion pic x.
       01  ws-fn-fecha pic 9(8).
       01  ws-fn-estado pic x.
           88 ws-fn-cerrado value "C".
       01  ws-fn-ultimo pic 9(8).
       01  ws-fn-resultado pic x.
       01  ws-fecha-negocio pic 9(8).

       01  ws-fecha-hoy.
           03 ws-anio pic 9999.
           03 filler pic x(10) value "Saldo: $".
           03 l-est-saldo pic -zzz,zz9.99.

       01  est-saldo-usd-lin.
           03 filler pic x(10) value "Saldo U$S:".
           03 l-est-saldo-usd pic -z,zzz,zz9.99.

       01  est-estado-lin.
           03 filler pic x(10) value "Estado: ".
           03 l-est-estado pic x(10).
           03 filler pic x(10) value "DNI:    ".
           03 l-est-dni pic x(8).

       01  est-cot-lin.
           03 filler pic x(2) value spaces.
           03 l-ecot-rol pic x(11).
           03 l-ecot-nom pic x(20).
           03 filler pic x(6) value " DNI: ".
           03 l-ecot-dni pic x(8).
           03 filler pic x(2) value spaces.
           03 l-ecot-limite pic x(30).

       01  opc-estado pic 9.
       01  est-fecha-desde pic 9(8).
       01  est-fecha-hasta pic 9(8).
       01  cant-estados pic 9(5).
       01  total-saldo-estados pic s9(9)v99.
       01  total-usd-estados pic s9(9)v99.
       01  cant-usd-estados pic 9(5).
       01  flag-movest pic 9.
       01  flag-hubo-movs pic 9.

           03 filler pic x(9) value "  Saldo $".
           03 l-emov-saldo pic -z,zzz,zz9.99.

       01  est-mov-usd-lin.
           03 filler pic x(2) value spaces.
           03 l-emu-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-emu-concepto pic x(13).
           03 filler pic x(6) value "  U$S ".
           03 l-emu-importe pic -z,zzz,zz9.99.
           03 filler pic x(11) value "  Saldo U$S".
           03 l-emu-saldo pic -z,zzz,zz9.99.

       01  est-control-lin1.
           03 filler pic x(20) value "ESTADOS IMPRESOS: ".
           03 l-ctl-cant pic zz,zz9.
           03 filler pic x(20) value "SALDO TOTAL:     $".
           03 l-ctl-total pic -zzz,zzz,zz9.99.

       01  est-control-lin3.
           03 filler pic x(20) value "CUENTAS EN DOLARES:".
           03 l-ctl-cant-usd pic zz,zz9.

       01  est-control-lin4.
           03 filler pic x(20) value "SALDO TOTAL:   U$S".
           03 l-ctl-total-usd pic -zzz,zzz,zz9.99.

       01  ws-ses-inicio pic x(14).
       01  ws-ses-altas pic 9(5) value 0.
       01  ws-ses-bajas pic 9(5) value 0.
       01  ws-comi-importe pic 9(4)v99.
       01  movh-fileStatus pic xx.
       01  flag-movh pic 9.
       01  sh-fileStatus pic xx.
       01  mva-fileStatus pic xx.
       01  flag-sh pic 9.
       01  flag-mva pic 9.
       01  cant-mva-recuperados pic 9(5).

      *    Datos personales enmascarados segun el rol del operador:
      *    el rol CONSULTA ve los ultimos digitos nada mas; los
       01  fall-heredero pic x(20).
       01  flag-fall pic 9.
       01  cant-herederos pic 99.
       01  fall-fecha pic 9(8).
       01  pre-fileStatus pic xx.
       01  cup-fileStatus pic xx.
       01  rcl-fileStatus pic xx.
       01  cap-fileStatus pic xx.
       01  flag-cap pic 9.
       01  flag-cap-lee pic 9.
       01  cap-acciones-aux pic 9(5).
       01  cap-suscripto-aux pic 9(8)v99.
       01  cap-integrado-aux pic 9(8)v99.
       01  cap-saldo-plan pic 9(8)v99.
       01  cap-plan-aux pic 99.
       01  cap-importe-aux pic 9(6)v99.
       01  ws-capsoc-valor pic 9(6)v99.
       01  ws-capsoc-minimo pic 9(5).
       01  ws-capsoc-cuotas pic 99.
       01  cot-fileStatus pic xx.
       01  flag-cot pic 9.
       01  flag-cot-lee pic 9.
       01  opc-cot pic 9.
       01  cot-socio-aux pic 9(6).
       01  cot-dni-aux pic 9(8).
       01  cot-rol-aux pic 9.
       01  cant-cotitulares pic 999.
      *    Persona que opera la cuenta en mostrador: el titular o un
      *    cotitular/autorizado; su DNI va a movimientos y auditoria.
       01  ws-dni-operante pic 9(8) value 0.
       01  ws-oper-importe pic 9(7)v99.
       01  flag-operante pic 9.
       01  aud-dni-texto pic x(16).
       01  ws-cot-limite-ed pic z,zzz,zz9.99.
      *    Contraasiento de un movimiento ya asentado: candidatos del
      *    dia elegido, del diario y del historico.
       01  rev-fileStatus pic xx.
       01  flag-rev pic 9.
       01  flag-rev-lee pic 9.
       01  opc-rev pic 9.
       01  rev-socio-aux pic 9(6).
       01  rev-fecha-aux pic 9(8).
       01  rev-sel-aux pic 999.
       01  rev-motivo-aux pic x(30).
       01  rev-importe-aux pic s9(7)v99.
       01  rev-importe-ed pic -z,zzz,zz9.99.
       01  tabla-revertibles.
           03 trv-item occurs 100 times.
               05 trv-fecha-hora pic x(14).
               05 trv-seq pic 9(3).
               05 trv-origen pic x.
               05 trv-concepto pic x(13).
               05 trv-importe pic s9(7)v99.
       01  cant-trv pic 999.
       01  tar-fileStatus pic xx.
       01  opc-tar pic 9.
       01  flag-tar pic 9.
       01  flag-tar-vigente pic 9.
       01  flag-tar-lee pic 9.
       01  tar-socio-aux pic 9(6).
       01  tar-numero-aux pic 9(16).
       01  tar-limite-aux pic 9(6)v99.
       01  tar-estado-aux pic 9.
       01  cant-tar-socio pic 999.
       01  ws-tar-bin pic 9(6).
       01  ws-tar-anios pic 9.
       01  ws-tar-estado-ant pic x.
       01  erec-fileStatus pic xx.
       01  cobs-fileStatus pic xx.
       01  flag-serv pic 9.
       01  flag-serv-lee pic 9.
       01  flag-serv-dup pic 9.
       01  opc-serv-medio pic 9.
       01  serv-empresa-aux pic 9(4).
       01  serv-referencia-aux pic x(30).
       01  serv-importe-aux pic 9(7)v99.
       01  serv-socio-aux pic 9(6).
       01  ws-ses-cant-serv pic 9(5) value 0.
       01  ws-ses-monto-serv pic 9(9)v99 value 0.
       01  cdl-fileStatus pic xx.
       01  mdl-fileStatus pic xx.
       01  opc-usd pic 9.
       01  flag-usd pic 9.
       01  flag-usd-cuenta pic 9.
       01  flag-usd-cotiz pic 9.
       01  flag-usd-lee pic 9.
       01  usd-socio-aux pic 9(6).
       01  usd-importe-aux pic 9(7)v99.
       01  usd-pesos-aux pic 9(9)v99.
       01  usd-mov-importe pic s9(7)v99.
       01  usd-concepto-aux pic x(13).
       01  ws-usd-compra pic 9(5)v9999.
       01  ws-usd-venta pic 9(5)v9999.
       01  ws-usd-cotizacion pic 9(5)v9999.
       01  ws-usd-saldo-ant pic s9(7)v99.
       01  ws-usd-saldo-nuevo pic s9(8)v99.
       01  ws-ses-cant-dep-usd pic 9(5) value 0.
       01  ws-ses-monto-dep-usd pic 9(9)v99 value 0.
       01  ws-ses-cant-ext-usd pic 9(5) value 0.
       01  ws-ses-monto-ext-usd pic 9(9)v99 value 0.
       01  sfi-fileStatus pic xx.
       01  ws-nombre-spool-fis pic x(40).
       01  ws-fis-anio pic 9(4).
       01  ws-fis-socio pic 9(6).
       01  flag-fis pic 9.
       01  flag-fis-lee pic 9.
       01  cant-lin-fis pic 9(4).
      *    Cierre de cuenta: inventario de productos y obligaciones,
      *    liquidacion final y certificado de libre deuda.
       01  codd-fileStatus pic xx.
       01  codx-fileStatus pic xx.
       01  cpend-fileStatus pic xx.
       01  tasa-fileStatus pic xx.
       01  ret-fileStatus pic xx.
       01  rem-fileStatus pic xx.
       01  ws-nombre-remesa pic x(40).
       01  ws-nombre-spool-ld pic x(40).
       01  ws-ts-spool-ld pic x(14).
       01  cie-pendientes pic 99.
       01  cie-productos pic 99.
       01  cie-opcion pic 9.
       01  cie-destino pic 9(6).
       01  flag-cie-destino pic 9.
       01  flag-cie-lee pic 9.
       01  flag-cie-cuota pic 9.
       01  flag-cie-cup pic 9.
       01  flag-cie-liq pic 9.
       01  cie-prestamo pic 9(5).
       01  cie-cuotas-impagas pic 99.
       01  cie-deuda pic 9(7)v99.
       01  cie-ult-interes pic 9(8).
       01  cie-dias pic 9(5).
       01  cie-tasa pic 99v9999.
       01  cie-tasa-ret pic 99v9999.
       01  cie-saldo-final pic s9(6)v99.
       01  cie-interes pic 9(7)v99.
       01  cie-retencion pic 9(7)v99.
       01  cie-cuotas-mant pic 9(7)v99.
       01  cie-a-pagar pic s9(8)v99.
       01  cie-nro-certif pic 9(6).
       01  cie-gar-tope pic 9(8)v99.
       01  cie-exposicion pic 9(8)v99.
       01  tabla-cie-gar.
           03 tcg-nro pic 9(5) occurs 100 times.
       01  cant-tcg pic 999.
       01  idx-tcg pic 999.
       01  tabla-cie-pend.
           03 tcp-item occurs 500 times.
               05 tcp-socio pic 9(6).
               05 tcp-importe pic 9(4)v99.
               05 tcp-periodo pic 9(6).
       01  cant-tcp pic 999.
       01  idx-tcp pic 999.
       01  flag-tcp-desborde pic 9.
       01  ld-lin-titulo.
           03 filler pic x(15) value spaces.
           03 filler pic x(31) value
               "CERTIFICADO DE LIBRE DEUDA Nro ".
           03 ld-nro pic 9(6).
       01  ld-lin-socio.
           03 filler pic x(7) value "Socio: ".
           03 ld-socio pic 9(6).
           03 filler pic x(3) value " - ".
           03 ld-nombre pic x(20).
           03 filler pic x(6) value "  DNI ".
           03 ld-dni pic 9(8).
           03 filler pic x(7) value "  CUIT ".
           03 ld-cuit pic 9(11).
       01  ld-lin-fecha.
           03 filler pic x(37) value
               "no registra deudas con la cooperativa".
           03 filler pic x(20) value " y su cuenta quedo c".
           03 filler pic x(10) value "errada el ".
           03 ld-dd pic 99.
           03 filler pic x value "/".
           03 ld-mm pic 99.
           03 filler pic x value "/".
           03 ld-aaaa pic 9(4).
       01  ld-lin-importe.
           03 ld-imp-texto pic x(40).
           03 ld-imp-importe pic zzz,zz9.99.
       01  ld-lin-pie.
           03 filler pic x(10) value "Operador: ".
           03 ld-operador pic x(10).
           03 filler pic x(12) value "  Emitido: ".
           03 ld-emitido pic x(14).
      *    Preferencias de avisos al socio.
       01  ctc-fileStatus pic xx.
       01  opc-avisos pic 9.
       01  flag-ctc pic 9.
       01  flag-ctc-existe pic 9.
       01  ctc-socio-aux pic 9(6).
       01  ctc-resp pic x.
       01  ctc-canal-aux pic x.
       01  ctc-destino-aux pic x(40).
       01  exm-fileStatus pic xx.
      *    Legajo de documentacion.
       01  leg-fileStatus pic xx.
       01  opc-legajo pic 9.
       01  flag-leg pic 9.
       01  flag-leg-existe pic 9.
       01  flag-leg-lee pic 9.
       01  leg-socio-aux pic 9(6).
       01  leg-tipo-aux pic x(3).
       01  leg-recepcion-aux pic 9(8).
       01  leg-vto-aux pic 9(8).
       01  ws-leg-vigencia pic 9(5).
       01  ws-leg-situacion pic x(20).
      *    Control contra listas de sanciones y PEP.
       01  coi-fileStatus pic xx.
       01  opc-listas pic 99.
       01  flag-coi pic 9.
       01  cant-coi pic 99.
       01  coi-resol-aux pic 9.
       01  ws-coi-tipo-desc pic x(9).
       01  ws-scr-origen pic x(10).
       01  ws-scr-socio pic 9(6).
       01  ws-scr-dni pic 9(8).
       01  ws-scr-cuit pic 9(11).
       01  ws-scr-nombre pic x(30).
       01  ws-scr-resultado pic x.
       01  ws-scr-lista pic x.
       01  ws-scr-referencia pic x(15).
       01  ws-scr-nuevas pic 9(4).
       01  ws-scr-lista-desc pic x(10).
       01  tabla-coincidencias.
           03 tco-clave pic x(33) occurs 20 times.
      *    Reclamos de socios.
       01  rso-fileStatus pic xx.
       01  opc-reclamo pic 9.
       01  opc-rso-accion pic 9.
       01  flag-rso pic 9.
       01  flag-rso-lee pic 9.
       01  rso-nro-aux pic 9(6).
       01  rso-socio-aux pic 9(6).
       01  rso-tipo-aux pic x.
       01  rso-fecha-mov-aux pic 9(8).
       01  rso-importe-aux pic 9(7)v99.
       01  rso-mov-abs pic 9(7)v99.
       01  rso-responsable-aux pic x(10).
       01  rso-texto-aux pic x(40).
       01  rso-importe-ed pic z,zzz,zz9.99.
       01  ws-rso-tipo-desc pic x(22).
       01  ws-rso-estado-desc pic x(20).
       01  ws-rso-dias pic 9(5).
      *    Debito de aranceles escolares.
       01  adh-fileStatus pic xx.
       01  alu-fileStatus pic xx.
       01  opc-aranceles pic 9.
       01  flag-adh pic 9.
       01  flag-adh-lee pic 9.
       01  flag-adh-hallada pic 9.
       01  adh-socio-aux pic 9(6).
       01  adh-alumno-aux pic 9(6).
       01  adh-tope-aux pic 9(7)v99.
       01  adh-socio-ant pic 9(6).
       01  adh-tope-ant pic 9(7)v99.
       01  adh-tope-ed pic z,zzz,zz9.99.
       01  adh-resp pic x.
       01  adh-cant pic 9(4).
       01  alu-nombre-aux pic x(20).
      *    Numero de tarjeta: BIN + socio + secuencia + digito Luhn.
       01  tar-numero-gen pic 9(16).
       01  tar-numero-gen-r redefines tar-numero-gen.
           03 tar-gen-bin pic 9(6).
           03 tar-gen-socio pic 9(6).
           03 tar-gen-secuencia pic 9(3).
           03 tar-gen-digito pic 9.
       01  tar-numero-dig redefines tar-numero-gen.
           03 tar-dig pic 9 occurs 16 times.
       01  idx-luhn pic 99.
       01  ws-luhn-suma pic 999.
       01  ws-luhn-doble pic 99.
       01  ws-luhn-par pic 9.
      *    Prestamos activos del fallecido que pasan a siniestro.
       01  tabla-siniestros.
           03 tsi-nro pic 9(5) occurs 20 times.
       01  cant-tsi pic 99.
       01  idx-tsi pic 99.

       01  arq-titulo.
           03 filler pic x(18) value "ARQUEO DE SESION -".
       01  flag-cheq-valido pic 9.
       01  flag-cheq-pagado pic 9.
       01  cant-rechazos-soc pic 999.
       01  chcus-fileStatus pic xx.
       01  chcus-banco-aux pic 9(3).
       01  chcus-cheque-aux pic 9(8).
       01  chcus-fecha-pago-aux pic 9(8).
       01  flag-chcus-dup pic 9.
       01  ws-valores-custodia pic 9(8)v99.
       01  cant-valores-custodia pic 9(4).
       01  ws-dias-cheque pic s9(5).
       01  onp-fileStatus pic xx.
       01  onp-desde-aux pic 9(6).
       01  onp-hasta-aux pic 9(6).
       01  onp-motivo-aux pic x.
       01  onp-dias-aux pic 9(3).
       01  flag-onp pic 9.
       01  chrch-computa-aux pic x.

       01  pf-fileStatus pic xx.
       01  tpf-fileStatus pic xx.
       01  pf-socio-aux pic 9(6).
       01  pf-capital-aux pic 9(6)v99.
       01  pf-dias-aux pic 9(4).
       01  pf-instruccion-aux pic x.
       01  opc-pf pic 9.
       01  pf-sel-aux pic 99.
       01  pf-cant-vig pic 99.
       01  pf-penalidad pic 9(6)v99.
       01  pf-neto pic 9(6)v99.
       01  ws-tasa-penal pic 9(9)v9999.
       01  ws-tasa-pf pic 99v9999.
       01  ws-dia-entero-pf pic 9(7).
       01  ws-fecha-hoy-num pic 9(8).
       01  flag-pf pic 9.
       01  flag-pf-lee pic 9.

       01  spf-cert-lin1.
           03 filler pic x(38) value
       01  spf-cert-lin4.
           03 filler pic x(14) value "VENCIMIENTO: ".
           03 l-spf-vto pic 9(8).
       01  spf-cert-lin5.
           03 filler pic x(14) value "AL VENCER: ".
           03 l-spf-instruccion pic x(30).

       01  modo-pantalla pic x.
       01  pant-nombre pic x(20).
           03 line 15 col 18 pic 9(11) from soc-cuit.
           03 line 16 col 5 value "Filial....:".
           03 line 16 col 18 pic 99 from soc-filial.
           03 line 17 col 5 value "Al cobro..:".
           03 line 17 col 18 pic zz,zzz,zz9.99
               from ws-valores-custodia.
           03 line 22 col 5 pic x(70) from ws-msj-estado.

       01  pantalla-confirma.
            END-IF.
            IF flag-login = 1
               PERFORM 100-INICIO
               PERFORM 080-LEER-FECHA-NEGOCIO
               PERFORM 085-ABRIR-SESION
               PERFORM WITH TEST AFTER UNTIL opc-menu = 11
                  PERFORM 200-MOSTRAR-MENU
                  PERFORM 250-PEDIR-OPCION
                          , ") no tiene permiso para esa opcion"
                      MOVE 99 TO opc-menu
                  END-IF
                  PERFORM 262-VALIDAR-DIA-ABIERTO
                  MOVE 0 TO ws-dni-operante
                  EVALUATE opc-menu
                      WHEN 1
                          PERFORM 300-ALTA
                          PERFORM 1800-ABRIR-PLAZO-FIJO
                      WHEN 19
                          PERFORM 1900-MENU-FALLECIDOS
                      WHEN 20
                          PERFORM 1850-PRECANCELAR-PF
                      WHEN 21
                          PERFORM 2100-MENU-COTITULARES
                      WHEN 22
                          PERFORM 2200-CONTRAASIENTO
                      WHEN 23
                          PERFORM 2300-MENU-TARJETAS
                      WHEN 24
                          PERFORM 2400-PAGO-SERVICIOS
                      WHEN 25
                          PERFORM 2500-MENU-DOLARES
                      WHEN 26
                          PERFORM 2600-REIMPRIMIR-FISCAL
                      WHEN 27
                          PERFORM 2700-MENU-AVISOS
                      WHEN 28
                          PERFORM 2800-MENU-LEGAJO
                      WHEN 29
                          PERFORM 2900-MENU-LISTAS
                      WHEN 30
                          PERFORM 3000-MENU-RECLAMOS
                      WHEN 31
                          PERFORM 3200-MENU-ARANCELES
                  END-EVALUATE
               END-PERFORM
               PERFORM 900-FIN
                   MOVE 0 TO flag-login
               END-IF.

      *    Sin fechaNegocio.txt (instalacion sin cierre de dia) se
      *    sigue asentando con la fecha del sistema.
           080-LEER-FECHA-NEGOCIO.
               MOVE "L" TO ws-fn-accion.
               MOVE 0 TO ws-fn-fecha.
               CALL "FECHA-NEGOCIO" USING ws-fn-accion, ws-fn-fecha,
                   ws-fn-estado, ws-fn-ultimo, ws-fn-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-fn-resultado
               END-CALL.
               IF ws-fn-resultado = "O"
                   MOVE ws-fn-fecha TO ws-fecha-negocio
               ELSE
                   MOVE SPACE TO ws-fn-estado
                   MOVE FUNCTION CURRENT-DATE(1:8) TO ws-fecha-negocio
               END-IF.

      *    La apertura de sesion queda en sesiones.txt sin fin; el
      *    arqueo de salida graba el registro de cierre. El cierre
      *    de dia no pasa mientras haya aperturas sin su cierre.
           085-ABRIR-SESION.
               OPEN EXTEND SESIONES.
               IF ses-fileStatus NOT = "00"
                   OPEN OUTPUT SESIONES
               END-IF.
               MOVE ws-operador-id TO ses-operador.
               MOVE ws-ses-inicio TO ses-inicio.
               MOVE SPACES TO ses-fin.
               MOVE 0 TO ses-altas ses-bajas.
               MOVE 0 TO ses-cant-dep ses-monto-dep.
               MOVE 0 TO ses-cant-ext ses-monto-ext.
               MOVE 0 TO ses-cant-com ses-monto-com.
               MOVE ws-fecha-negocio TO ses-fecha-negocio.
               WRITE ses-reg.
               CLOSE SESIONES.

           055-CARGAR-OPERADORES.
               MOVE 0 TO cant-operadores.
               OPEN INPUT OPERADORES.
               DISPLAY "17 - CHEQUES (CHEQUERAS Y CLEARING)".
               DISPLAY "18 - APERTURA DE PLAZO FIJO".
               DISPLAY "19 - SOCIOS FALLECIDOS Y SUCESIONES".
               DISPLAY "20 - PRECANCELACION DE PLAZO FIJO".
               DISPLAY "21 - COTITULARES Y AUTORIZADOS".
               DISPLAY "22 - CONTRAASIENTO DE UN MOVIMIENTO".
               DISPLAY "23 - TARJETAS DE DEBITO".
               DISPLAY "24 - PAGO DE SERVICIOS E IMPUESTOS".
               DISPLAY "25 - CUENTA EN DOLARES".
               DISPLAY "26 - REIMPRIMIR INFORMACION FISCAL".
               DISPLAY "27 - AVISOS AL SOCIO (SMS / E-MAIL)".
               DISPLAY "28 - LEGAJO DE DOCUMENTACION DEL SOCIO".
               DISPLAY "29 - COINCIDENCIAS CON LISTAS (CUMPLIMIENTO)".
               DISPLAY "30 - RECLAMOS DE SOCIOS".
               DISPLAY "31 - DEBITO DE ARANCELES ESCOLARES".

           250-PEDIR-OPCION.
               ACCEPT opc-menu.
                           OR opc-menu = 5 OR opc-menu = 6
                           OR opc-menu = 10 OR opc-menu = 13
                           OR opc-menu = 17 OR opc-menu = 18
                           OR opc-menu = 20 OR opc-menu = 23
                           OR opc-menu = 24 OR opc-menu = 25
                           OR opc-menu = 26 OR opc-menu = 27
                           OR opc-menu = 28 OR opc-menu = 30
                           OR opc-menu = 31
                           MOVE 1 TO flag-permiso
                       END-IF
                   WHEN rol-consulta
                           MOVE 1 TO flag-permiso
                       END-IF
               END-EVALUATE.

      *    Con el dia de negocio cerrado solo se consulta: todo lo que
      *    asienta movimientos o toca saldos espera la apertura del
      *    dia siguiente.
           262-VALIDAR-DIA-ABIERTO.
               IF opc-menu = 1 OR opc-menu = 2 OR opc-menu = 3
                   OR opc-menu = 7 OR opc-menu = 9 OR opc-menu = 12
                   OR opc-menu = 13 OR opc-menu = 15 OR opc-menu = 17
                   OR opc-menu = 18 OR opc-menu = 19 OR opc-menu = 20
                   OR opc-menu = 22 OR opc-menu = 23
                   OR opc-menu = 24 OR opc-menu = 25
                   PERFORM 080-LEER-FECHA-NEGOCIO
                   IF ws-fn-cerrado
                       DISPLAY "El dia de negocio ", ws-fn-ultimo,
                           " esta cerrado - no se opera hasta la "
                           "apertura del ", ws-fecha-negocio
                       MOVE 99 TO opc-menu
                   END-IF
               END-IF.
      *************************************************************************
           300-ALTA.
               PERFORM 310-INICIO.
                               DISPLAY "El Socio ", cod-aux, " existe"
                               PERFORM 320-INGRESO
                           INVALID KEY
                               PERFORM 323-VALIDAR-ARCHIVADO.

      *    Un codigo archivado no se vuelve a dar de alta: el socio
      *    se recupera con la reactivacion.
           323-VALIDAR-ARCHIVADO.
               PERFORM 3100-LEER-ARCHIVADO.
               IF flag-sh = 1
                   DISPLAY "El Socio ", cod-aux, " esta archivado - "
                       "se recupera con la opcion 7 (reactivar)"
                   PERFORM 320-INGRESO
               END-IF.

           330-INGRESO-RESTO.
               IF modo-pantalla = "S"
               ELSE
                   PERFORM 331-ALTA-DIALOGO
               END-IF.
               IF flag-cancelar-alta = 0
                   PERFORM 327-SCREENING-ALTA
               END-IF.
               IF flag-cancelar-alta = 0
                   PERFORM 335-SUSCRIPCION-CAPITAL
               END-IF.

      *    Todo socio nuevo suscribe capital social: al menos el
      *    minimo de acciones (CAPSOC-MINIMO) del valor nominal
      *    vigente (CAPSOC-VALOR). Lo que no integra en el alta se
      *    debita en cuotas mensuales, hasta CAPSOC-CUOTAS.
           335-SUSCRIPCION-CAPITAL.
               PERFORM 337-LEER-PARAM-CAPITAL.
               DISPLAY "Suscripcion de capital social: minimo ",
                   ws-capsoc-minimo, " acciones de $",
                   ws-capsoc-valor.
               MOVE 0 TO cap-acciones-aux.
               PERFORM UNTIL cap-acciones-aux >= ws-capsoc-minimo
                       OR flag-cancelar-alta = 1
                   DISPLAY "Acciones a suscribir (0 = cancelar "
                       "el alta):"
                   ACCEPT cap-acciones-aux
                   IF cap-acciones-aux = 0
                       MOVE 1 TO flag-cancelar-alta
                       DISPLAY "Alta cancelada: sin suscripcion de "
                           "capital no se puede asociar"
                   ELSE
                       IF cap-acciones-aux < ws-capsoc-minimo
                           DISPLAY "No alcanza la suscripcion minima"
                       END-IF
                   END-IF
               END-PERFORM.
               IF flag-cancelar-alta = 0
                   COMPUTE cap-suscripto-aux =
                       cap-acciones-aux * ws-capsoc-valor
                   MOVE 999999999 TO cap-integrado-aux
                   PERFORM UNTIL cap-integrado-aux <= cap-suscripto-aux
                       AND (cap-integrado-aux = 0 OR
                            cap-integrado-aux <= soc-saldo)
                       DISPLAY "Suscripto $", cap-suscripto-aux,
                           " - importe a integrar ahora (se debita "
                           "del saldo inicial):"
                       ACCEPT cap-integrado-aux
                       IF cap-integrado-aux > soc-saldo
                           DISPLAY "El saldo inicial no alcanza"
                       END-IF
                   END-PERFORM
                   COMPUTE cap-saldo-plan =
                       cap-suscripto-aux - cap-integrado-aux
                   MOVE 0 TO cap-plan-aux
                   IF cap-saldo-plan > 0
                       PERFORM UNTIL cap-plan-aux >= 1 AND
                               cap-plan-aux <= ws-capsoc-cuotas
                           DISPLAY "Cuotas mensuales para el saldo "
                               "(1 a ", ws-capsoc-cuotas, "):"
                           ACCEPT cap-plan-aux
                       END-PERFORM
                   END-IF
               END-IF.

           337-LEER-PARAM-CAPITAL.
               MOVE 100 TO ws-capsoc-valor.
               MOVE 1 TO ws-capsoc-minimo.
               MOVE 12 TO ws-capsoc-cuotas.
               MOVE ws-fecha-negocio TO ws-par-fecha.
               MOVE "CAPSOC-VALOR" TO ws-par-clave.
               PERFORM 338-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-capsoc-valor
               END-IF.
               MOVE "CAPSOC-MINIMO" TO ws-par-clave.
               PERFORM 338-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-capsoc-minimo
               END-IF.
               MOVE "CAPSOC-CUOTAS" TO ws-par-clave.
               PERFORM 338-LEER-PARAMETRO.
               IF ws-par-resultado = "O" AND ws-par-valor > 0
                   MOVE ws-par-valor TO ws-capsoc-cuotas
               END-IF.
               IF ws-capsoc-minimo = 0
                   MOVE 1 TO ws-capsoc-minimo
               END-IF.

           338-LEER-PARAMETRO.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.

           333-ALTA-PANTALLA.
               MOVE SPACES TO pant-nombre.
                   END-IF
               END-IF.

      *    Sanciones y PEP: el documento exacto en una lista impide
      *    el alta; un nombre parecido la deja seguir y queda para
      *    que cumplimiento lo revise.
           327-SCREENING-ALTA.
               MOVE "ALTA" TO ws-scr-origen.
               MOVE soc-cod TO ws-scr-socio.
               MOVE soc-dni TO ws-scr-dni.
               MOVE soc-cuit TO ws-scr-cuit.
               MOVE soc-nom TO ws-scr-nombre.
               PERFORM 957-CONTROLAR-LISTAS.
               IF ws-scr-resultado = "B"
                   DISPLAY "ALTA RECHAZADA: la persona figura en la "
                       "lista de ", FUNCTION TRIM(ws-scr-lista-desc),
                       " (", FUNCTION TRIM(ws-scr-referencia), ")"
                   MOVE 1 TO flag-cancelar-alta
                   MOVE "SCREEN-BLOQ" TO aud-operacion
                   MOVE ws-scr-referencia TO aud-valor-antes
                   MOVE "ALTA RECHAZADA" TO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
               END-IF.

           340-PROCESO.
               WRITE soc-reg INVALID KEY
                   DISPLAY "ERROR Grabacion impedida"
                   ADD 1 TO ws-ses-altas
                   MOVE "ALTA" TO mov-concepto-aux
                   MOVE soc-saldo TO mov-importe-aux
                   PERFORM 955-GRABAR-MOVIMIENTO
                   PERFORM 345-GRABAR-CAPITAL.

      *    Registro de capital del socio nuevo; la integracion del
      *    alta sale del saldo como una cuota social mas.
           345-GRABAR-CAPITAL.
               MOVE soc-cod TO cap-socio.
               MOVE cap-acciones-aux TO cap-acciones.
               MOVE ws-capsoc-valor TO cap-valor-accion.
               MOVE cap-suscripto-aux TO cap-suscripto.
               MOVE cap-integrado-aux TO cap-integrado.
               MOVE cap-plan-aux TO cap-plan-cuotas.
               MOVE 0 TO cap-plan-importe.
               IF cap-plan-aux > 0
                   COMPUTE cap-plan-importe ROUNDED =
                       (cap-suscripto-aux - cap-integrado-aux)
                       / cap-plan-aux
               END-IF.
               MOVE 0 TO cap-plan-pagas.
               MOVE ws-fecha-negocio(1:6) TO cap-ultimo-periodo.
               MOVE soc-fecha-alta TO cap-fecha-suscripcion.
               SET cap-vigente TO TRUE.
               MOVE 0 TO cap-reintegro.
               MOVE 0 TO cap-fecha-baja.
               OPEN EXTEND CAPITAL-SOCIAL.
               IF cap-fileStatus NOT = "00"
                   OPEN OUTPUT CAPITAL-SOCIAL
               END-IF.
               WRITE cap-reg.
               CLOSE CAPITAL-SOCIAL.
               MOVE "CAPSOC-SUSCR" TO aud-operacion.
               MOVE cap-acciones TO aud-valor-antes.
               MOVE cap-suscripto TO aud-valor-despues.
               PERFORM 950-GRABAR-AUDITORIA.
               IF cap-integrado-aux > 0
                   MOVE "CUOTA-SOCIAL" TO aud-operacion
                   MOVE soc-saldo TO aud-valor-antes
                   SUBTRACT cap-integrado-aux FROM soc-saldo
                   MOVE soc-saldo TO aud-valor-despues
                   REWRITE soc-reg
                   PERFORM 950-GRABAR-AUDITORIA
                   MOVE "CUOTA-SOCIAL" TO mov-concepto-aux
                   COMPUTE mov-importe-aux = 0 - cap-integrado-aux
                   PERFORM 955-GRABAR-MOVIMIENTO
               END-IF.

           350-FIN.
               CLOSE SOCIOS.
                   IF soc-baja
                       DISPLAY "El Socio ", cod-aux, " ya esta de baja"
                   ELSE
                       PERFORM 4300-INVENTARIO-CIERRE
                       MOVE 0 TO flag-cie-liq
                       IF cie-pendientes > 0
                           DISPLAY "CIERRE BLOQUEADO - quedan ",
                               cie-pendientes, " producto(s) u "
                               "obligacion(es) sin cancelar ni "
                               "transferir"
                       ELSE
                           PERFORM 4400-LIQUIDACION-FINAL
                       END-IF
                       IF flag-cie-liq = 1
                           PERFORM 441-VERIFICAR-BAJA
                       END-IF
                       IF (flagBaja = 1)
                           PERFORM 4450-ASENTAR-LIQUIDACION
                           SET soc-baja TO TRUE
                           REWRITE soc-reg INVALID KEY
                               DISPLAY "ERROR Borrado Impedido"
                               MOVE "BAJA" TO aud-valor-despues
                               PERFORM 950-GRABAR-AUDITORIA
                               ADD 1 TO ws-ses-bajas
                               PERFORM 447-REINTEGRO-CAPITAL
                               PERFORM 4460-CERTIFICADO-LIBRE-DEUDA
                       END-IF
                   END-IF
               END-READ.
           441-VERIFICAR-BAJA.
               IF modo-pantalla = "S"
                   PERFORM 290-ENMASCARAR-DATOS
                   PERFORM 1795-SUMAR-VALORES-CUSTODIA
                   MOVE "BAJA DE SOCIO" TO ws-pant-titulo
                   MOVE "Revise el registro antes de confirmar la baja"
                       TO ws-msj-estado
                   END-PERFORM
               END-IF.

      *    Cierre de cuenta: antes de la baja se recorre cada
      *    producto y obligacion abierta del socio. Cada uno se
      *    cancela o se transfiere en el momento; lo que quede
      *    pendiente frena el cierre.
           4300-INVENTARIO-CIERRE.
               MOVE 0 TO cie-pendientes.
               MOVE 0 TO cie-productos.
               DISPLAY "PRODUCTOS Y OBLIGACIONES ABIERTAS DEL SOCIO ",
                   cod-aux.
               PERFORM 4360-CIERRE-EMBARGOS.
               IF cie-pendientes > 0
                   DISPLAY "  Con embargo activo no se cancela ni se "
                       "transfiere ningun producto"
               ELSE
                   PERFORM 4310-CIERRE-PLAZOS-FIJOS
                   PERFORM 4320-CIERRE-PRESTAMOS
                   PERFORM 4330-CIERRE-GARANTIAS
                   PERFORM 4340-CIERRE-CAPITAL-SOCIAL
                   PERFORM 4350-CIERRE-CHEQUES
                   PERFORM 4370-CIERRE-TARJETAS
                   PERFORM 4380-CIERRE-DOLARES
                   IF cie-productos = 0
                       DISPLAY "  Sin productos ni obligaciones "
                           "abiertas"
                   END-IF
               END-IF.

      *    Plazos fijos vigentes: se transfieren a otro socio o se
      *    precancelan antes por la opcion 20.
           4310-CIERRE-PLAZOS-FIJOS.
               OPEN I-O PLAZOS-FIJOS.
               IF pf-fileStatus = "00"
                   MOVE 1 TO flag-cie-lee
                   PERFORM UNTIL flag-cie-lee = 0
                       READ PLAZOS-FIJOS AT END
                           MOVE 0 TO flag-cie-lee
                       NOT AT END
                           IF pf-socio = cod-aux AND pf-vigente
                               PERFORM 4315-TRANSFERIR-PLAZO-FIJO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PLAZOS-FIJOS
               END-IF.

           4315-TRANSFERIR-PLAZO-FIJO.
               ADD 1 TO cie-productos.
               DISPLAY "  Plazo fijo $", pf-capital, " desde ",
                   pf-fecha-inicio, " vence ", pf-fecha-vto.
               DISPLAY "    1-Transferir a otro socio, 2-Dejar "
                   "pendiente (precancelar por la opcion 20)".
               ACCEPT cie-opcion.
               MOVE 0 TO flag-cie-destino.
               IF cie-opcion = 1
                   PERFORM 4390-VALIDAR-DESTINO
               END-IF.
               IF flag-cie-destino = 1
                   MOVE cie-destino TO pf-socio
                   REWRITE pf-reg
                   MOVE "CIERRE-TRANSF" TO aud-operacion
                   MOVE SPACES TO aud-valor-antes
                   STRING "PF "      DELIMITED BY SIZE
                          pf-capital DELIMITED BY SIZE
                          " VTO "    DELIMITED BY SIZE
                          pf-fecha-vto DELIMITED BY SIZE
                          INTO aud-valor-antes
                   MOVE cie-destino TO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   DISPLAY "    Plazo fijo transferido al socio ",
                       cie-destino
               ELSE
                   ADD 1 TO cie-pendientes
               END-IF.

      *    Prestamos con cuotas impagas: se cancelan con el saldo de
      *    la cuenta (capital impago mas el interes de lo vencido,
      *    igual que el saldo deudor del seguro).
           4320-CIERRE-PRESTAMOS.
               OPEN I-O PRESTAMOS.
               IF pre-fileStatus = "00"
                   MOVE 1 TO flag-cie-lee
                   PERFORM UNTIL flag-cie-lee = 0
                       READ PRESTAMOS AT END
                           MOVE 0 TO flag-cie-lee
                       NOT AT END
                           IF pre-socio = cod-aux AND pre-activo
                               MOVE pre-nro TO cie-prestamo
                               MOVE 0 TO flag-cie-cuota
                               PERFORM 4328-DEUDA-PRESTAMO
                               IF cie-cuotas-impagas > 0
                                   PERFORM 4325-CANCELAR-PRESTAMO
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRESTAMOS
               END-IF.

           4325-CANCELAR-PRESTAMO.
               ADD 1 TO cie-productos.
               DISPLAY "  Prestamo ", cie-prestamo, ": ",
                   cie-cuotas-impagas, " cuota(s) impagas - deuda $",
                   cie-deuda.
               DISPLAY "    1-Cancelar con el saldo de la cuenta, "
                   "2-Dejar pendiente".
               ACCEPT cie-opcion.
               IF cie-opcion = 1 AND soc-saldo < cie-deuda
                   DISPLAY "    Saldo insuficiente ($", soc-saldo, ")"
                   MOVE 2 TO cie-opcion
               END-IF.
               IF cie-opcion = 1
                   MOVE cie-deuda TO ws-aut-importe
                   PERFORM 295-AUTORIZAR-DEBITO
                   IF ws-aut-resultado NOT = "A"
                       PERFORM 296-RECHAZO-AUTORIZACION
                       MOVE 2 TO cie-opcion
                   END-IF
               END-IF.
               IF cie-opcion = 1
                   MOVE 1 TO flag-cie-cuota
                   PERFORM 4328-DEUDA-PRESTAMO
                   SET pre-cancelado TO TRUE
                   REWRITE pre-reg
                   MOVE "PREST-CANCEL" TO aud-operacion
                   MOVE soc-saldo TO aud-valor-antes
                   SUBTRACT cie-deuda FROM soc-saldo
                   MOVE soc-saldo TO aud-valor-despues
                   REWRITE soc-reg
                   PERFORM 950-GRABAR-AUDITORIA
                   MOVE "CUOTA-PREST" TO mov-concepto-aux
                   COMPUTE mov-importe-aux = 0 - cie-deuda
                   PERFORM 955-GRABAR-MOVIMIENTO
                   DISPLAY "    Prestamo cancelado - se debitaron $",
                       cie-deuda
               ELSE
                   ADD 1 TO cie-pendientes
               END-IF.

      *    Cuotas impagas y deuda del prestamo cie-prestamo. Con
      *    flag-cie-cuota en 1 ademas las da por cobradas.
           4328-DEUDA-PRESTAMO.
               MOVE 0 TO cie-cuotas-impagas.
               MOVE 0 TO cie-deuda.
               IF flag-cie-cuota = 1
                   OPEN I-O CUOTAS-PRESTAMO
               ELSE
                   OPEN INPUT CUOTAS-PRESTAMO
               END-IF.
               IF cup-fileStatus = "00"
                   MOVE 1 TO flag-cie-cup
                   PERFORM UNTIL flag-cie-cup = 0
                       READ CUOTAS-PRESTAMO AT END
                           MOVE 0 TO flag-cie-cup
                       NOT AT END
                           IF cup-prestamo = cie-prestamo AND
                               (cup-estado = "P" OR cup-estado = "M")
                               ADD 1 TO cie-cuotas-impagas
                               ADD cup-capital TO cie-deuda
                               IF cup-vto <= ws-fecha-negocio
                                   ADD cup-interes TO cie-deuda
                               END-IF
                               IF flag-cie-cuota = 1
                                   MOVE "C" TO cup-estado
                                   REWRITE cup-reg
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUOTAS-PRESTAMO
               END-IF.

      *    Garantias: si el socio sale de codeudor de un prestamo que
      *    todavia debe cuotas, otro socio tiene que tomar su lugar.
           4330-CIERRE-GARANTIAS.
               OPEN I-O CODEUDORES.
               IF codd-fileStatus = "00"
                   MOVE 1 TO flag-cie-lee
                   PERFORM UNTIL flag-cie-lee = 0
                       READ CODEUDORES AT END
                           MOVE 0 TO flag-cie-lee
                       NOT AT END
                           IF cod-socio = cod-aux
                               MOVE cod-prestamo TO cie-prestamo
                               MOVE 0 TO flag-cie-cuota
                               PERFORM 4328-DEUDA-PRESTAMO
                               IF cie-cuotas-impagas > 0
                                   PERFORM 4335-REEMPLAZAR-GARANTE
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CODEUDORES
               END-IF.

           4335-REEMPLAZAR-GARANTE.
               ADD 1 TO cie-productos.
               DISPLAY "  Garante del prestamo ", cod-prestamo,
                   " del socio ", cod-titular, " - deuda $", cie-deuda.
               DISPLAY "    1-Reemplazar por otro socio garante, "
                   "2-Dejar pendiente".
               ACCEPT cie-opcion.
               MOVE 0 TO flag-cie-destino.
               IF cie-opcion = 1
                   PERFORM 4390-VALIDAR-DESTINO
               END-IF.
               IF flag-cie-destino = 1 AND cie-destino = cod-titular
                   DISPLAY "    El titular no puede ser su propio "
                       "garante"
                   MOVE 0 TO flag-cie-destino
               END-IF.
               IF flag-cie-destino = 1
                   PERFORM 4336-EXPOSICION-GARANTE
               END-IF.
               IF flag-cie-destino = 1
                   MOVE cie-destino TO cod-socio
                   MOVE ws-fecha-negocio TO cod-fecha-alta
                   REWRITE cod-reg
                   MOVE "GARANTE-REEMP" TO aud-operacion
                   MOVE cod-prestamo TO aud-valor-antes
                   MOVE cie-destino TO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   DISPLAY "    Garantia transferida al socio ",
                       cie-destino
               ELSE
                   ADD 1 TO cie-pendientes
               END-IF.

      *    El reemplazante queda sujeto al mismo tope de garantias
      *    que la originacion (GAR-TOPE): el capital impago de lo
      *    que ya garantiza mas el de este prestamo no puede pasarlo.
           4336-EXPOSICION-GARANTE.
               MOVE 300000.00 TO cie-gar-tope.
               MOVE ws-fecha-negocio TO ws-par-fecha.
               MOVE "GAR-TOPE" TO ws-par-clave.
               PERFORM 338-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO cie-gar-tope
               END-IF.
               MOVE 1 TO cant-tcg.
               MOVE cod-prestamo TO tcg-nro(1).
               OPEN INPUT CODEUDORES-EXP.
               IF codx-fileStatus = "00"
                   MOVE 1 TO flag-cie-cup
                   PERFORM UNTIL flag-cie-cup = 0
                       READ CODEUDORES-EXP AT END
                           MOVE 0 TO flag-cie-cup
                       NOT AT END
                           IF codx-socio = cie-destino
                               IF codx-prestamo = cod-prestamo
                                   MOVE 0 TO flag-cie-destino
                               ELSE
                               IF cant-tcg < 100
                                   ADD 1 TO cant-tcg
                                   MOVE codx-prestamo
                                       TO tcg-nro(cant-tcg)
                               END-IF
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CODEUDORES-EXP
               END-IF.
               IF flag-cie-destino = 0
                   DISPLAY "    El socio ", cie-destino,
                       " ya garantiza ese prestamo"
               ELSE
                   MOVE 0 TO cie-exposicion
                   OPEN INPUT CUOTAS-PRESTAMO
                   IF cup-fileStatus = "00"
                       MOVE 1 TO flag-cie-cup
                       PERFORM UNTIL flag-cie-cup = 0
                           READ CUOTAS-PRESTAMO AT END
                               MOVE 0 TO flag-cie-cup
                           NOT AT END
                               IF cup-estado = "P" OR cup-estado = "M"
                                   PERFORM 4337-SUMAR-SI-GARANTIZADA
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE CUOTAS-PRESTAMO
                   END-IF
                   IF cie-exposicion > cie-gar-tope
                       DISPLAY "    El socio ", cie-destino,
                           " quedaria garantizando $", cie-exposicion,
                           " - supera el tope de $", cie-gar-tope
                       MOVE 0 TO flag-cie-destino
                   END-IF
               END-IF.

           4337-SUMAR-SI-GARANTIZADA.
               PERFORM VARYING idx-tcg FROM 1 BY 1
                       UNTIL idx-tcg > cant-tcg
                   IF tcg-nro(idx-tcg) = cup-prestamo
                       ADD cup-capital TO cie-exposicion
                       EXIT PERFORM
                   END-IF
               END-PERFORM.

      *    Plan de capital social con cuotas sin integrar: el resto
      *    suscripto se integra con el saldo y entra en el reintegro.
           4340-CIERRE-CAPITAL-SOCIAL.
               OPEN I-O CAPITAL-SOCIAL.
               IF cap-fileStatus = "00"
                   MOVE 1 TO flag-cap-lee
                   PERFORM UNTIL flag-cap-lee = 0
                       READ CAPITAL-SOCIAL AT END
                           MOVE 0 TO flag-cap-lee
                       NOT AT END
                           IF cap-socio = cod-aux AND cap-vigente AND
                               cap-integrado < cap-suscripto
                               PERFORM 4345-INTEGRAR-CAPITAL
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAPITAL-SOCIAL
               END-IF.

           4345-INTEGRAR-CAPITAL.
               ADD 1 TO cie-productos.
               COMPUTE cie-deuda = cap-suscripto - cap-integrado.
               DISPLAY "  Capital social suscripto $", cap-suscripto,
                   " - sin integrar $", cie-deuda.
               DISPLAY "    1-Integrar con el saldo de la cuenta, "
                   "2-Dejar pendiente".
               ACCEPT cie-opcion.
               IF cie-opcion = 1 AND soc-saldo < cie-deuda
                   DISPLAY "    Saldo insuficiente ($", soc-saldo, ")"
                   MOVE 2 TO cie-opcion
               END-IF.
               IF cie-opcion = 1
                   MOVE cie-deuda TO ws-aut-importe
                   PERFORM 295-AUTORIZAR-DEBITO
                   IF ws-aut-resultado NOT = "A"
                       PERFORM 296-RECHAZO-AUTORIZACION
                       MOVE 2 TO cie-opcion
                   END-IF
               END-IF.
               IF cie-opcion = 1
                   MOVE cap-suscripto TO cap-integrado
                   MOVE cap-plan-cuotas TO cap-plan-pagas
                   MOVE ws-fecha-negocio(1:6) TO cap-ultimo-periodo
                   REWRITE cap-reg
                   MOVE "CUOTA-SOCIAL" TO aud-operacion
                   MOVE soc-saldo TO aud-valor-antes
                   SUBTRACT cie-deuda FROM soc-saldo
                   MOVE soc-saldo TO aud-valor-despues
                   REWRITE soc-reg
                   PERFORM 950-GRABAR-AUDITORIA
                   MOVE "CUOTA-SOCIAL" TO mov-concepto-aux
                   COMPUTE mov-importe-aux = 0 - cie-deuda
                   PERFORM 955-GRABAR-MOVIMIENTO
                   DISPLAY "    Capital integrado - se debitaron $",
                       cie-deuda
               ELSE
                   ADD 1 TO cie-pendientes
               END-IF.

      *    Chequeras vigentes (se cierran; lo no presentado rebota
      *    en el clearing) y valores al cobro todavia sin respuesta,
      *    que solo se resuelven con la acreditacion o el rechazo.
           4350-CIERRE-CHEQUES.
               OPEN I-O CHEQUERAS.
               IF cheq-fileStatus = "00"
                   MOVE 1 TO flag-cie-lee
                   PERFORM UNTIL flag-cie-lee = 0
                       READ CHEQUERAS AT END
                           MOVE 0 TO flag-cie-lee
                       NOT AT END
                           IF cheq-socio = cod-aux AND cheq-vigente
                               PERFORM 4355-CERRAR-CHEQUERA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHEQUERAS
               END-IF.
               PERFORM 1795-SUMAR-VALORES-CUSTODIA.
               IF cant-valores-custodia > 0
                   ADD 1 TO cie-productos
                   ADD 1 TO cie-pendientes
                   DISPLAY "  Valores al cobro sin acreditar: ",
                       cant-valores-custodia, " cheque(s) por $",
                       ws-valores-custodia
                   DISPLAY "    Pendiente hasta la acreditacion o el "
                       "rechazo en la camara"
               END-IF.

           4355-CERRAR-CHEQUERA.
               ADD 1 TO cie-productos.
               DISPLAY "  Chequera vigente, cheques ", cheq-desde,
                   " a ", cheq-hasta.
               DISPLAY "    1-Cerrar la chequera (los cheques no "
                   "presentados se rechazan), 2-Dejar pendiente".
               ACCEPT cie-opcion.
               IF cie-opcion = 1
                   SET cheq-cerrada TO TRUE
                   REWRITE cheq-reg
                   MOVE "CHEQ-CIERRE" TO aud-operacion
                   MOVE cheq-desde TO aud-valor-antes
                   MOVE cheq-hasta TO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   DISPLAY "    Chequera cerrada"
               ELSE
                   ADD 1 TO cie-pendientes
               END-IF.

      *    Los embargos activos solo se levantan con la orden del
      *    juzgado (opcion 14): frenan el cierre sin alternativa, y
      *    se miran primero para que no se debite ni se transfiera
      *    nada de un socio embargado.
           4360-CIERRE-EMBARGOS.
               OPEN INPUT EMBARGOS.
               IF emb-fileStatus = "00"
                   MOVE cod-aux TO emb-socio
                   MOVE LOW-VALUES TO emb-expediente
                   START EMBARGOS KEY IS NOT LESS THAN emb-clave
                       INVALID KEY
                           MOVE 0 TO flag-cie-lee
                       NOT INVALID KEY
                           MOVE 1 TO flag-cie-lee
                   END-START
                   PERFORM UNTIL flag-cie-lee = 0
                       READ EMBARGOS NEXT AT END
                           MOVE 0 TO flag-cie-lee
                       NOT AT END
                           IF emb-socio NOT = cod-aux
                               MOVE 0 TO flag-cie-lee
                           ELSE
                           IF emb-activo
                               ADD 1 TO cie-productos
                               ADD 1 TO cie-pendientes
                               DISPLAY "  Embargo expediente ",
                                   emb-expediente, " por $",
                                   emb-importe,
                                   " - levantar por la opcion 14"
                           END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMBARGOS
               END-IF.

           4370-CIERRE-TARJETAS.
               OPEN I-O TARJETAS.
               IF tar-fileStatus = "00"
                   MOVE 0 TO tar-numero
                   START TARJETAS KEY IS NOT LESS THAN tar-numero
                       INVALID KEY
                           MOVE 0 TO flag-cie-lee
                       NOT INVALID KEY
                           MOVE 1 TO flag-cie-lee
                   END-START
                   PERFORM UNTIL flag-cie-lee = 0
                       READ TARJETAS NEXT AT END
                           MOVE 0 TO flag-cie-lee
                       NOT AT END
                           IF tar-socio = cod-aux AND
                               (tar-activa OR tar-bloqueada)
                               PERFORM 4375-BAJA-TARJETA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TARJETAS
               END-IF.

           4375-BAJA-TARJETA.
               ADD 1 TO cie-productos.
               DISPLAY "  Tarjeta de debito ", tar-numero, " estado ",
                   tar-estado, " vence ", tar-vence.
               DISPLAY "    1-Dar de baja la tarjeta, 2-Dejar "
                   "pendiente".
               ACCEPT cie-opcion.
               IF cie-opcion = 1
                   MOVE tar-estado TO ws-tar-estado-ant
                   SET tar-cerrada TO TRUE
                   MOVE ws-fecha-negocio TO tar-fecha-estado
                   MOVE ws-operador-id TO tar-operador
                   REWRITE tar-reg
                   MOVE "TARJETA-ESTAD" TO aud-operacion
                   MOVE SPACES TO aud-valor-antes
                   STRING tar-numero          DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          ws-tar-estado-ant   DELIMITED BY SIZE
                          INTO aud-valor-antes
                   MOVE tar-estado TO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   DISPLAY "    Tarjeta dada de baja"
               ELSE
                   ADD 1 TO cie-pendientes
               END-IF.

      *    La cuenta en dolares se cierra aca solo en cero: con saldo
      *    hay que extraerlo o venderlo antes por la opcion 25.
           4380-CIERRE-DOLARES.
               OPEN I-O CUENTAS-DOLARES.
               IF cdl-fileStatus = "00"
                   MOVE cod-aux TO cdl-socio
                   READ CUENTAS-DOLARES INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF cdl-abierta
                           PERFORM 4385-CERRAR-DOLARES
                       END-IF
                   END-READ
                   CLOSE CUENTAS-DOLARES
               END-IF.

           4385-CERRAR-DOLARES.
               ADD 1 TO cie-productos.
               DISPLAY "  Cuenta en dolares, saldo U$S ", cdl-saldo.
               IF cdl-saldo NOT = 0
                   DISPLAY "    Extraer o vender el saldo por la "
                       "opcion 25"
                   MOVE 2 TO cie-opcion
               ELSE
                   DISPLAY "    1-Cerrar la cuenta en dolares, "
                       "2-Dejar pendiente"
                   ACCEPT cie-opcion
               END-IF.
               IF cie-opcion = 1
                   SET cdl-cerrada TO TRUE
                   MOVE ws-fecha-negocio TO cdl-fecha-estado
                   MOVE ws-operador-id TO cdl-operador
                   REWRITE cdl-reg
                   MOVE "USD-CIERRE" TO aud-operacion
                   MOVE cdl-fecha-alta TO aud-valor-antes
                   MOVE cdl-fecha-estado TO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   DISPLAY "    Cuenta en dolares cerrada"
               ELSE
                   ADD 1 TO cie-pendientes
               END-IF.

      *    Socio que toma un producto transferido: activo y distinto
      *    del que cierra. Deja otra vez en soc-reg al que cierra.
           4390-VALIDAR-DESTINO.
               MOVE 0 TO flag-cie-destino.
               DISPLAY "    Codigo del socio que lo toma:".
               ACCEPT cie-destino.
               IF cie-destino = cod-aux OR cie-destino = 0
                   DISPLAY "    Tiene que ser otro socio"
               ELSE
                   MOVE cie-destino TO soc-cod
                   READ SOCIOS INVALID KEY
                       DISPLAY "    Socio Inexistente"
                   NOT INVALID KEY
                       IF soc-activo
                           MOVE 1 TO flag-cie-destino
                       ELSE
                           DISPLAY "    El socio ", cie-destino,
                               " no esta activo"
                       END-IF
                   END-READ
                   MOVE cod-aux TO soc-cod
                   READ SOCIOS INVALID KEY
                       CONTINUE
                   END-READ
               END-IF.

      *    Liquidacion final: saldo mas el interes devengado desde la
      *    ultima liquidacion (neto de la retencion) menos las cuotas
      *    de mantenimiento que quedaron impagas. Si da negativo el
      *    socio tiene que depositar la diferencia antes del cierre.
           4400-LIQUIDACION-FINAL.
               MOVE 0 TO flag-cie-liq.
               MOVE soc-saldo TO cie-saldo-final.
               PERFORM 4410-INTERES-DEVENGADO.
               PERFORM 4420-CUOTAS-MANT-PENDIENTES.
               COMPUTE cie-a-pagar = cie-saldo-final + cie-interes
                   - cie-retencion - cie-cuotas-mant.
               DISPLAY "LIQUIDACION FINAL DEL SOCIO ", cod-aux.
               DISPLAY "  Saldo de la cuenta ............ $",
                   cie-saldo-final.
               DISPLAY "  Interes devengado ............ +$",
                   cie-interes, " (desde el ", cie-ult-interes, ")".
               DISPLAY "  Retencion de impuesto ........ -$",
                   cie-retencion.
               DISPLAY "  Cuotas de mantenimiento ...... -$",
                   cie-cuotas-mant.
               DISPLAY "  A pagar al socio ............. $",
                   cie-a-pagar.
               IF flag-tcp-desborde = 1
                   DISPLAY "cuotasPendientes.txt excede la capacidad "
                       "de la tabla (500) - no se puede cerrar sin "
                       "perder cuotas; depure el archivo"
               ELSE
               IF cie-a-pagar < 0
                   DISPLAY "El socio adeuda $", cie-a-pagar,
                       " - debe depositarlo antes del cierre"
               ELSE
               IF (soc-saldo + cie-interes) > 999999.99
                   DISPLAY "El interes excederia el saldo maximo - "
                       "no se cierra"
               ELSE
                   MOVE 1 TO flag-cie-liq
               END-IF
               END-IF
               END-IF.

      *    Interes por los dias corridos desde el ultimo INTERES
      *    acreditado (o desde el alta) a la tasa mensual vigente,
      *    con la misma retencion que aplica la liquidacion mensual.
           4410-INTERES-DEVENGADO.
               MOVE 0 TO cie-interes.
               MOVE 0 TO cie-retencion.
               MOVE soc-fecha-alta TO cie-ult-interes.
               IF soc-saldo > 0
                   PERFORM 4412-ULTIMA-LIQUIDACION
                   PERFORM 4414-TASAS-INTERES
               END-IF.
               IF soc-saldo > 0 AND cie-tasa > 0 AND
                   cie-ult-interes > 0 AND
                   cie-ult-interes < ws-fecha-negocio
                   COMPUTE cie-dias =
                       FUNCTION INTEGER-OF-DATE(ws-fecha-negocio) -
                       FUNCTION INTEGER-OF-DATE(cie-ult-interes)
                   COMPUTE cie-interes ROUNDED =
                       soc-saldo * cie-tasa / 100 * cie-dias / 30
                   COMPUTE cie-retencion ROUNDED =
                       cie-interes * cie-tasa-ret / 100
               END-IF.

           4412-ULTIMA-LIQUIDACION.
               OPEN INPUT MOV-HISTORICO.
               IF movh-fileStatus = "00"
                   MOVE cod-aux TO movh-socio
                   MOVE SPACES TO movh-fecha-hora
                   MOVE 0 TO movh-seq
                   START MOV-HISTORICO KEY IS NOT LESS THAN
                       movh-clave
                       INVALID KEY
                           MOVE 0 TO flag-cie-lee
                       NOT INVALID KEY
                           MOVE 1 TO flag-cie-lee
                   END-START
                   PERFORM UNTIL flag-cie-lee = 0
                       READ MOV-HISTORICO NEXT AT END
                           MOVE 0 TO flag-cie-lee
                       NOT AT END
                           IF movh-socio NOT = cod-aux
                               MOVE 0 TO flag-cie-lee
                           ELSE
                           IF movh-concepto = "INTERES" AND
                               movh-fecha-hora(1:8) > cie-ult-interes
                               MOVE movh-fecha-hora(1:8)
                                   TO cie-ult-interes
                           END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOV-HISTORICO
               END-IF.
               OPEN INPUT MOV-DIA.
               IF movd-fileStatus = "00"
                   MOVE 1 TO flag-cie-lee
                   PERFORM UNTIL flag-cie-lee = 0
                       READ MOV-DIA AT END
                           MOVE 0 TO flag-cie-lee
                       NOT AT END
                           IF movd-socio = cod-aux AND
                               movd-concepto = "INTERES" AND
                               movd-fecha-hora(1:8) > cie-ult-interes
                               MOVE movd-fecha-hora(1:8)
                                   TO cie-ult-interes
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOV-DIA
               END-IF.

      *    Tasa mensual del maestro de parametros (respaldo en
      *    tasaInteres.txt) y tasa de retencion de impuesto.
           4414-TASAS-INTERES.
               MOVE 0 TO cie-tasa.
               MOVE 0 TO cie-tasa-ret.
               MOVE "TASA-INTERES" TO ws-par-clave.
               MOVE ws-fecha-negocio TO ws-par-fecha.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                       MOVE "N" TO ws-par-resultado
               END-CALL.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO cie-tasa
               ELSE
                   OPEN INPUT TASA-INTERES
                   IF tasa-fileStatus = "00"
                       READ TASA-INTERES
                           AT END CONTINUE
                           NOT AT END MOVE tasa-mensual TO cie-tasa
                       END-READ
                       CLOSE TASA-INTERES
                   END-IF
               END-IF.
               IF cie-tasa = 0
                   DISPLAY "Aviso: sin tasa de interes vigente - no "
                       "se liquida interes devengado"
               END-IF.
               OPEN INPUT RETENCION-PARAM.
               IF ret-fileStatus = "00"
                   READ RETENCION-PARAM
                       AT END CONTINUE
                       NOT AT END MOVE retp-tasa TO cie-tasa-ret
                   END-READ
                   CLOSE RETENCION-PARAM
               END-IF.

      *    Cuotas de mantenimiento impagas del socio. Se carga el
      *    archivo entero porque al asentar el cierre se reescribe
      *    sin las del socio.
           4420-CUOTAS-MANT-PENDIENTES.
               MOVE 0 TO cie-cuotas-mant.
               MOVE 0 TO cant-tcp.
               MOVE 0 TO flag-tcp-desborde.
               OPEN INPUT CUOTAS-PEND.
               IF cpend-fileStatus = "00"
                   MOVE 1 TO flag-cie-lee
                   PERFORM UNTIL flag-cie-lee = 0
                       READ CUOTAS-PEND AT END
                           MOVE 0 TO flag-cie-lee
                       NOT AT END
                           IF cant-tcp < 500
                               ADD 1 TO cant-tcp
                               MOVE cpend-socio TO tcp-socio(cant-tcp)
                               MOVE cpend-importe
                                   TO tcp-importe(cant-tcp)
                               MOVE cpend-periodo
                                   TO tcp-periodo(cant-tcp)
                               IF cpend-socio = cod-aux
                                   ADD cpend-importe TO cie-cuotas-mant
                               END-IF
                           ELSE
                               MOVE 1 TO flag-tcp-desborde
                               MOVE 0 TO flag-cie-lee
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUOTAS-PEND
               END-IF.

      *    Asienta la liquidacion confirmada: interes, retencion,
      *    cuotas impagas y el pago final que deja la cuenta en cero.
           4450-ASENTAR-LIQUIDACION.
               IF cie-interes > 0
                   MOVE "INTERES" TO aud-operacion
                   MOVE soc-saldo TO aud-valor-antes
                   ADD cie-interes TO soc-saldo
                   MOVE soc-saldo TO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   MOVE "INTERES" TO mov-concepto-aux
                   MOVE cie-interes TO mov-importe-aux
                   PERFORM 955-GRABAR-MOVIMIENTO
               END-IF.
               IF cie-retencion > 0
                   MOVE "RET-IMPUESTO" TO aud-operacion
                   MOVE soc-saldo TO aud-valor-antes
                   SUBTRACT cie-retencion FROM soc-saldo
                   MOVE soc-saldo TO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   MOVE "RET-IMPUESTO" TO mov-concepto-aux
                   COMPUTE mov-importe-aux = 0 - cie-retencion
                   PERFORM 955-GRABAR-MOVIMIENTO
                   PERFORM 4452-GRABAR-REMESA
               END-IF.
               IF cie-cuotas-mant > 0
                   PERFORM VARYING idx-tcp FROM 1 BY 1
                           UNTIL idx-tcp > cant-tcp
                       IF tcp-socio(idx-tcp) = cod-aux
                           MOVE "CUOTA-MANT" TO aud-operacion
                           MOVE soc-saldo TO aud-valor-antes
                           SUBTRACT tcp-importe(idx-tcp) FROM soc-saldo
                           MOVE soc-saldo TO aud-valor-despues
                           PERFORM 950-GRABAR-AUDITORIA
                           MOVE "CUOTA-MANT" TO mov-concepto-aux
                           COMPUTE mov-importe-aux =
                               0 - tcp-importe(idx-tcp)
                           PERFORM 955-GRABAR-MOVIMIENTO
                       END-IF
                   END-PERFORM
                   PERFORM 4455-DEPURAR-CUOTAS-PEND
               END-IF.
               MOVE soc-saldo TO cie-a-pagar.
               IF soc-saldo > 0
                   MOVE "CIERRE-CTA" TO aud-operacion
                   MOVE soc-saldo TO aud-valor-antes
                   MOVE 0 TO soc-saldo
                   MOVE soc-saldo TO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   MOVE "CIERRE-CTA" TO mov-concepto-aux
                   COMPUTE mov-importe-aux = 0 - cie-a-pagar
                   PERFORM 955-GRABAR-MOVIMIENTO
               END-IF.
               DISPLAY "Pagar al socio $", cie-a-pagar,
                   " - cuenta en cero".

      *    La retencion del cierre va a la remesa del mes, igual que
      *    las de la liquidacion mensual.
           4452-GRABAR-REMESA.
               MOVE SPACES TO ws-nombre-remesa.
               STRING "..\retenciones"        DELIMITED BY SIZE
                      ws-fecha-negocio(1:6)   DELIMITED BY SIZE
                      ".txt"                  DELIMITED BY SIZE
                      INTO ws-nombre-remesa.
               OPEN EXTEND REMESA.
               IF rem-fileStatus NOT = "00"
                   OPEN OUTPUT REMESA
               END-IF.
               MOVE ws-fecha-negocio(1:6) TO rem-periodo.
               MOVE cod-aux TO rem-socio.
               MOVE soc-cuit TO rem-cuit.
               MOVE cie-interes TO rem-base.
               MOVE cie-retencion TO rem-retencion.
               WRITE rem-reg.
               CLOSE REMESA.

           4455-DEPURAR-CUOTAS-PEND.
               OPEN OUTPUT CUOTAS-PEND.
               PERFORM VARYING idx-tcp FROM 1 BY 1
                       UNTIL idx-tcp > cant-tcp
                   IF tcp-socio(idx-tcp) NOT = cod-aux
                       MOVE tcp-socio(idx-tcp) TO cpend-socio
                       MOVE tcp-importe(idx-tcp) TO cpend-importe
                       MOVE tcp-periodo(idx-tcp) TO cpend-periodo
                       WRITE cpend-reg
                   END-IF
               END-PERFORM.
               CLOSE CUOTAS-PEND.

      *    Certificado de libre deuda: numerado en orden con los ya
      *    emitidos que figuran en el catalogo, va al spool y queda
      *    catalogado para reimprimirlo.
           4460-CERTIFICADO-LIBRE-DEUDA.
               MOVE 0 TO cie-nro-certif.
               OPEN INPUT CATALOGO.
               IF cat-fileStatus = "00"
                   MOVE 1 TO flag-cie-lee
                   PERFORM UNTIL flag-cie-lee = 0
                       READ CATALOGO AT END
                           MOVE 0 TO flag-cie-lee
                       NOT AT END
                           IF cat-programa = "LIBRE-DEUDA"
                               ADD 1 TO cie-nro-certif
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CATALOGO
               END-IF.
               ADD 1 TO cie-nro-certif.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool-ld.
               MOVE SPACES TO ws-nombre-spool-ld.
               STRING "..\spoolLibreDeuda_" DELIMITED BY SIZE
                      ws-ts-spool-ld        DELIMITED BY SIZE
                      ".txt"                DELIMITED BY SIZE
                      INTO ws-nombre-spool-ld.
               OPEN OUTPUT SPOOL-LD.
               MOVE cie-nro-certif TO ld-nro.
               WRITE sld-linea FROM ld-lin-titulo.
               MOVE SPACES TO sld-linea.
               WRITE sld-linea.
               MOVE "Se deja constancia de que el socio" TO sld-linea.
               WRITE sld-linea.
               MOVE cod-aux TO ld-socio.
               MOVE soc-nom TO ld-nombre.
               MOVE soc-dni TO ld-dni.
               MOVE soc-cuit TO ld-cuit.
               WRITE sld-linea FROM ld-lin-socio.
               MOVE ws-fecha-negocio(7:2) TO ld-dd.
               MOVE ws-fecha-negocio(5:2) TO ld-mm.
               MOVE ws-fecha-negocio(1:4) TO ld-aaaa.
               WRITE sld-linea FROM ld-lin-fecha.
               MOVE SPACES TO sld-linea.
               WRITE sld-linea.
               MOVE "Liquidacion final pagada al socio: $"
                   TO ld-imp-texto.
               MOVE cie-a-pagar TO ld-imp-importe.
               WRITE sld-linea FROM ld-lin-importe.
               IF flag-cap = 1
                   MOVE "Capital social a reintegrar: $"
                       TO ld-imp-texto
                   MOVE cap-reintegro TO ld-imp-importe
                   WRITE sld-linea FROM ld-lin-importe
               END-IF.
               MOVE SPACES TO sld-linea.
               WRITE sld-linea.
               MOVE ws-operador-id TO ld-operador.
               MOVE ws-ts-spool-ld TO ld-emitido.
               WRITE sld-linea FROM ld-lin-pie.
               CLOSE SPOOL-LD.
               OPEN EXTEND CATALOGO.
               IF cat-fileStatus NOT = "00"
                   OPEN OUTPUT CATALOGO
               END-IF.
               MOVE ws-ts-spool-ld TO cat-fecha-hora.
               MOVE "LIBRE-DEUDA" TO cat-programa.
               MOVE ws-nombre-spool-ld TO cat-archivo.
               MOVE 1 TO cat-paginas.
               WRITE cat-reg.
               CLOSE CATALOGO.
               MOVE "LIBRE-DEUDA" TO aud-operacion.
               MOVE cie-nro-certif TO aud-valor-antes.
               MOVE ws-ts-spool-ld TO aud-valor-despues.
               PERFORM 950-GRABAR-AUDITORIA.
               DISPLAY "Certificado de libre deuda Nro ",
                   cie-nro-certif, " en ",
                   FUNCTION TRIM(ws-nombre-spool-ld).

      *    Al egresar el socio (baja o fallecimiento) el capital
      *    integrado queda a reintegrar: se calcula y se deja
      *    asentado en su registro de capital con la fecha de
      *    egreso; el pago se hace despues de aprobado el balance.
           447-REINTEGRO-CAPITAL.
               MOVE 0 TO flag-cap.
               OPEN I-O CAPITAL-SOCIAL.
               IF cap-fileStatus = "00"
                   MOVE 1 TO flag-cap-lee
                   PERFORM UNTIL flag-cap-lee = 0
                       READ CAPITAL-SOCIAL AT END
                           MOVE 0 TO flag-cap-lee
                       NOT AT END
                           IF cap-socio = cod-aux AND cap-vigente
                               MOVE cap-integrado TO cap-reintegro
                               SET cap-a-reintegrar TO TRUE
                               MOVE ws-fecha-negocio TO cap-fecha-baja
                               REWRITE cap-reg
                               MOVE 1 TO flag-cap
                               MOVE 0 TO flag-cap-lee
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAPITAL-SOCIAL
               END-IF.
               IF flag-cap = 1
                   DISPLAY "Capital social a reintegrar: $",
                       cap-reintegro, " (", cap-acciones,
                       " acciones suscriptas)"
                   MOVE "CAPSOC-REINT" TO aud-operacion
                   MOVE cap-integrado TO aud-valor-antes
                   MOVE cap-reintegro TO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
               ELSE
                   DISPLAY "El socio no tiene capital social "
                       "registrado"
               END-IF.

      *    Si vuelve antes de cobrar el reintegro, el capital
      *    sigue siendo suyo y el plan continua.
           448-RESTITUIR-CAPITAL.
               OPEN I-O CAPITAL-SOCIAL.
               IF cap-fileStatus = "00"
                   MOVE 1 TO flag-cap-lee
                   PERFORM UNTIL flag-cap-lee = 0
                       READ CAPITAL-SOCIAL AT END
                           MOVE 0 TO flag-cap-lee
                       NOT AT END
                           IF cap-socio = cod-aux AND cap-a-reintegrar
                               MOVE 0 TO cap-reintegro
                               MOVE 0 TO cap-fecha-baja
                               SET cap-vigente TO TRUE
                               REWRITE cap-reg
                               MOVE 0 TO flag-cap-lee
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAPITAL-SOCIAL
               END-IF.

      *************************************************************************
           450-REACTIVAR.
               PERFORM 310-INICIO.
               PERFORM 460-INGRESO-REACTIVAR.
               PERFORM UNTIL cod-aux = 0
                   PERFORM 470-PROCESO-REACTIVAR
                   PERFORM 460-INGRESO-REACTIVAR
               END-PERFORM.
               PERFORM 350-FIN.

           460-INGRESO-REACTIVAR.
               DISPLAY "Ingrese cod. del socio a reactivar, 0 para fin."
               ACCEPT cod-aux.
               MOVE cod-aux TO soc-cod.

           470-PROCESO-REACTIVAR.
               IF cod-aux <> 0
                   READ SOCIOS INVALID KEY
                       PERFORM 3130-REACTIVAR-ARCHIVADO
                   NOT INVALID KEY
                       IF soc-activo
                           DISPLAY "El Socio ", cod-aux,
                               " ya esta activo"
                       ELSE
                           SET soc-activo TO TRUE
                           REWRITE soc-reg INVALID KEY
                               DISPLAY "ERROR Reactivacion Impedida"
                           NOT INVALID KEY
                               DISPLAY "REACTIVADO - Socio ", cod-aux
                               MOVE "REACTIVAR" TO aud-operacion
                               MOVE "BAJA" TO aud-valor-antes
                               MOVE "ACTIVO" TO aud-valor-despues
                               PERFORM 950-GRABAR-AUDITORIA
                               PERFORM 448-RESTITUIR-CAPITAL
                       END-IF
                   END-READ
               END-IF.

      *************************************************************************

           500-MODIFICACION.
               PERFORM 310-INICIO.
               PERFORM 520-INGRESO-MOD.
               PERFORM UNTIL (cod-aux = 0)
                   PERFORM 540-PROCESO-MOD
                   PERFORM 520-INGRESO-MOD
               END-PERFORM.
               PERFORM 350-FIN.

           520-INGRESO-MOD.
               DISPLAY "Ingrese cod. del socio a modificar, 0 para fin."
               ACCEPT cod-aux.
               IF (cod-aux <> 0)
                   MOVE cod-aux TO soc-cod
                   PERFORM 522-VALIDAR-EXIST.

           522-VALIDAR-EXIST.
               READ SOCIOS INVALID KEY
                               DISPLAY "Socio Inexistente"
                               PERFORM 520-INGRESO-MOD
                           NOT INVALID KEY
                               NEXT SENTENCE.

           540-PROCESO-MOD.
               MOVE 0 TO ws-dni-operante.
               IF modo-pantalla = "S"
                   PERFORM 548-MOD-PANTALLA
               ELSE
                   PERFORM 549-MOD-DIALOGO
               END-IF.

      *    Edicion a registro completo: nombre y datos personales se
      *    corrigen en la misma pantalla; el saldo se muestra pero
      *    sigue saliendo por la operatoria de saldo (con umbral y
      *    embargos), igual que el limite de descubierto.
           548-MOD-PANTALLA.
               MOVE soc-cod TO cod-aux.
               MOVE soc-nom TO pant-nombre.
               MOVE soc-saldo TO saldo-aux.
               MOVE soc-dni TO pant-dni.
               MOVE soc-calle TO pant-calle.
               MOVE soc-num TO pant-num.
               MOVE soc-piso TO pant-piso.
               MOVE soc-depto TO pant-depto.
               MOVE soc-telefono TO pant-telefono.
               MOVE soc-limite-descubierto TO pant-limite.
               MOVE soc-cuit TO pant-cuit.
               MOVE soc-filial TO pant-filial.
               MOVE "MODIFICACION DE SOCIO" TO ws-pant-titulo.
               MOVE "Corrija los campos (saldo/limite van por menu)"
                   TO ws-msj-estado.
               MOVE 0 TO flag-pant-ok.
               PERFORM UNTIL flag-pant-ok = 1
                   DISPLAY pantalla-socio
                   ACCEPT pantalla-socio
                   IF pant-nombre = SPACES
                       MOVE "ERROR: nombre vacio - reingrese"
                           TO ws-msj-estado
                   ELSE
                       PERFORM 329-VALIDAR-CUIT-PANT
                       IF flag-cuit-ok = 1
                           MOVE 1 TO flag-pant-ok
                       ELSE
                           MOVE "ERROR: CUIT/CUIL invalido - reingrese"
                               TO ws-msj-estado
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE 0 TO pant-confirma.
               PERFORM UNTIL (pant-confirma = 1) OR (pant-confirma = 2)
                   DISPLAY pantalla-confirma
                   ACCEPT pantalla-confirma
               END-PERFORM.
               IF pant-confirma = 1
                   IF pant-nombre NOT = soc-nom
                       MOVE "MODIF-NOMBRE" TO aud-operacion
                       MOVE soc-nom TO aud-valor-antes
                       MOVE pant-nombre TO soc-nom
                       MOVE soc-nom TO aud-valor-despues
                       PERFORM 950-GRABAR-AUDITORIA
                   END-IF
                   MOVE "MODIF-DATOS" TO aud-operacion
                   MOVE soc-dni TO aud-valor-antes
                   MOVE pant-dni TO soc-dni
                   MOVE pant-calle TO soc-calle
                   MOVE pant-num TO soc-num
                   MOVE pant-piso TO soc-piso
                   MOVE pant-depto TO soc-depto
                   MOVE pant-telefono TO soc-telefono
                   MOVE pant-cuit TO soc-cuit
                   MOVE pant-filial TO soc-filial
                   MOVE soc-dni TO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   REWRITE soc-reg
               END-IF.

           549-MOD-DIALOGO.
               DISPLAY "Modificando: ", soc-cod.
               DISPLAY
               "Valores a modificar: 1 - Nombre, 2 - Saldo, 3 - Ambos,"
               " 4 - Datos Personales, 5 - Limite de Descubierto".
               ACCEPT opc-mod.
               EVALUATE opc-mod
                   WHEN 1
                       PERFORM 541-CAMBIAR-NOMBRE
                   WHEN 2
                       PERFORM 542-CAMBIAR-SALDO
                   WHEN 3
                       PERFORM 543-CAMBIAR-AMBOS
                   WHEN 4
                       PERFORM 544-CAMBIAR-DATOS-PERS
                   WHEN 5
                       PERFORM 547-CAMBIAR-LIMITE
               END-EVALUATE.

           541-CAMBIAR-NOMBRE.
               DISPLAY "Nombre del socio ", soc-nom.
               DISPLAY "Inserte nuevo nombre".
               ACCEPT nom-aux.
               DISPLAY "Confirmar Operacion? 1-Si, 2-No"
               ACCEPT flag-mod.
               PERFORM UNTIL (flag-mod = 1) OR (flag-mod = 2)
                   DISPLAY "Opcion Invalida"
                   DISPLAY "Ingrese 1-Si o 2-No"
                   ACCEPT flag-mod
               END-PERFORM.
               IF (flag-mod = 1)
                   MOVE "MODIF-NOMBRE" TO aud-operacion
                   MOVE soc-nom TO aud-valor-antes
                   MOVE nom-aux TO soc-nom
                   MOVE soc-nom TO aud-valor-despues
                   REWRITE soc-reg
                   PERFORM 950-GRABAR-AUDITORIA
               END-IF.

           542-CAMBIAR-SALDO.
               DISPLAY "Saldo del socio ", soc-saldo.
               DISPLAY "Inserte operacion".
               ACCEPT saldo-aux.
               DISPLAY "Confirmar Operacion? 1-Si, 2-No"
               ACCEPT flag-mod.
               PERFORM UNTIL (flag-mod = 1) OR (flag-mod = 2)
                   DISPLAY "Opcion Invalida"
                   DISPLAY "Ingrese 1-Si o 2-No"
                   ACCEPT flag-mod
               END-PERFORM.
               IF flag-mod = 1
                   IF saldo-aux < 0
                       COMPUTE ws-oper-importe = 0 - saldo-aux
                   ELSE
                       MOVE saldo-aux TO ws-oper-importe
                   END-IF
                   PERFORM 280-IDENTIFICAR-OPERANTE
                   IF flag-operante = 0
                       MOVE 2 TO flag-mod
                   END-IF
               END-IF.
               IF (flag-mod = 1)
                   IF saldo-aux < 0
                       COMPUTE ws-aut-importe = 0 - saldo-aux
                       PERFORM 295-AUTORIZAR-DEBITO
                   ELSE
                       MOVE "A" TO ws-aut-resultado
                   END-IF
                   IF ws-aut-resultado NOT = "A"
                       PERFORM 296-RECHAZO-AUTORIZACION
                   ELSE
                   COMPUTE saldo-nuevo = soc-saldo + saldo-aux
                   IF saldo-nuevo > 999999.99
                       DISPLAY "ERROR: esa operacion dejaria el saldo "
                           "en ", saldo-nuevo,
                           " - excede el maximo representable, "
                           "operacion cancelada"
                   ELSE
                       PERFORM 265-LEER-UMBRAL
                       IF (saldo-aux > ws-umbral) OR
                           (saldo-aux < (0 - ws-umbral))
                           PERFORM 545-ENCOLAR-PENDIENTE
                       ELSE
                           MOVE "MODIF-SALDO" TO aud-operacion
                           MOVE soc-saldo TO aud-valor-antes
                           MOVE saldo-nuevo TO soc-saldo
                           MOVE soc-saldo TO aud-valor-despues
                           PERFORM 546-ACTUALIZAR-FECHA-ROJO
                           REWRITE soc-reg
                           PERFORM 950-GRABAR-AUDITORIA
                           MOVE "MODIF-SALDO" TO mov-concepto-aux
                           MOVE saldo-aux TO mov-importe-aux
                           PERFORM 955-GRABAR-MOVIMIENTO
                           IF saldo-aux < 0
                               MOVE "COM-EXTRAC" TO ws-comi-concepto
                               PERFORM 285-COBRAR-COMISION
                           END-IF
                       END-IF
                   END-IF
                   END-IF
               END-IF.

      *    Lectura con clave: se posiciona en el primer embargo
      *    del socio y corta al cambiar de socio; alcanza con que
      *    haya uno activo para frenar el debito.
           270-VERIFICAR-EMBARGO.
               MOVE 0 TO flag-embargado.
               OPEN INPUT EMBARGOS.
               IF emb-fileStatus = "00"
                   MOVE emb-socio-aux TO emb-socio
                   MOVE LOW-VALUES TO emb-expediente
                   START EMBARGOS KEY IS NOT LESS THAN emb-clave
                       INVALID KEY
                           MOVE 0 TO flag-emb
                       NOT INVALID KEY
                           MOVE 1 TO flag-emb
                   END-START
                   PERFORM UNTIL flag-emb = 0
                       READ EMBARGOS NEXT AT END
                           MOVE 0 TO flag-emb
                       NOT AT END
                           IF emb-socio NOT = emb-socio-aux
                               MOVE 0 TO flag-emb
                           ELSE
                               IF emb-activo
                                   MOVE 1 TO flag-embargado
                                   MOVE 0 TO flag-emb
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMBARGOS
               END-IF.

      *    Comision por operacion de mostrador: el importe sale de
      *    la tabla de comisiones y se debita como movimiento
      *    propio. La comision nunca empuja al socio por debajo de
      *    su descubierto autorizado: en ese caso se exime y queda
      *    constancia por pantalla.
           285-COBRAR-COMISION.
               PERFORM 286-LEER-TABLA-COMISION.
               IF ws-comi-importe > 0
                   IF (soc-saldo - ws-comi-importe) <
                       (0 - soc-limite-descubierto)
                       DISPLAY "Comision ",
                           FUNCTION TRIM(ws-comi-concepto),
                           " eximida: superaria el descubierto "
                           "autorizado"
                   ELSE
                       MOVE ws-comi-concepto TO aud-operacion
                       MOVE soc-saldo TO aud-valor-antes
                       SUBTRACT ws-comi-importe FROM soc-saldo
                       MOVE soc-saldo TO aud-valor-despues
                       PERFORM 546-ACTUALIZAR-FECHA-ROJO
                       REWRITE soc-reg
                       PERFORM 950-GRABAR-AUDITORIA
                       MOVE ws-comi-concepto TO mov-concepto-aux
                       COMPUTE mov-importe-aux = 0 - ws-comi-importe
                       PERFORM 955-GRABAR-MOVIMIENTO
                       DISPLAY "Comision ",
                           FUNCTION TRIM(ws-comi-concepto),
                           " cobrada: $", ws-comi-importe
                   END-IF
               END-IF.

           286-LEER-TABLA-COMISION.
               MOVE 0 TO ws-comi-importe.
               OPEN INPUT COMISIONES.
               IF com-fileStatus = "00"
                   MOVE 1 TO flag-emb
                   PERFORM UNTIL flag-emb = 0
                       READ COMISIONES AT END
                           MOVE 0 TO flag-emb
                       NOT AT END
                           IF comi-concepto = ws-comi-concepto
                               MOVE comi-importe TO ws-comi-importe
                               MOVE 0 TO flag-emb
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMISIONES
               END-IF.

      *    Toda salida de plata pasa por la rutina comun
      *    AUTORIZA-DEBITO (estado, embargos, tope diario por
      *    categoria, descubierto): las mismas reglas que aplica el
      *    apareo nocturno. Requiere soc-reg leido.
           295-AUTORIZAR-DEBITO.
               MOVE soc-cod TO ws-aut-socio.
               MOVE soc-estado TO ws-aut-estado.
               MOVE soc-categoria TO ws-aut-cat.
               MOVE soc-saldo TO ws-aut-saldo.
               MOVE soc-limite-descubierto TO ws-aut-limite.
               PERFORM 293-ACUMULADO-DEL-DIA.
               MOVE tad-monto(idx-tad) TO ws-aut-acum.
               MOVE SPACE TO ws-aut-marca.
               MOVE "A" TO ws-aut-resultado.
               CALL "AUTORIZA-DEBITO" USING ws-aut-socio,
                   ws-aut-estado, ws-aut-cat, ws-aut-saldo,
                   ws-aut-limite, ws-aut-importe, ws-aut-acum,
                   ws-aut-marca, ws-aut-resultado,
                   ws-fecha-negocio
                   ON EXCEPTION
                       DISPLAY "ADVERTENCIA: falta AUTORIZA-DEBITO "
                           "- debito sin controles comunes"
                       MOVE "A" TO ws-aut-resultado
               END-CALL.

      *    Siembra (una sola vez por socio y sesion) el acumulado
      *    de debitos del dia desde el diario; los debitos de esta
      *    misma sesion ya vienen sumados por la grabacion de
      *    movimientos.
           293-ACUMULADO-DEL-DIA.
               PERFORM 294-UBICAR-ACUM.
               IF tad-seed(idx-tad) = 0
                   MOVE 1 TO tad-seed(idx-tad)
                   MOVE ws-fecha-negocio TO ws-hoy-acum
                   OPEN INPUT MOV-DIA
                   IF movd-fileStatus = "00"
                       MOVE 1 TO flag-movd
                       PERFORM UNTIL flag-movd = 0
                           READ MOV-DIA AT END
                               MOVE 0 TO flag-movd
                           NOT AT END
                               IF movd-socio = soc-cod AND
                                   movd-fecha-hora(1:8) =
                                       ws-hoy-acum AND
                                   movd-importe < 0
                                   COMPUTE ws-acum-abs =
                                       0 - movd-importe
                                   ADD ws-acum-abs
                                       TO tad-monto(idx-tad)
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE MOV-DIA
                   END-IF
               END-IF.

           294-UBICAR-ACUM.
               MOVE 0 TO idx-tad.
               PERFORM VARYING idx-tad FROM 1 BY 1
                       UNTIL idx-tad > cant-tad
                   IF tad-socio(idx-tad) = soc-cod
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF idx-tad > cant-tad
                   IF cant-tad >= 200
      *    Tabla llena: se reutiliza la ultima entrada sin semilla,
      *    comportamiento conservador (acumula de mas, nunca de
      *    menos para el tope).
                       MOVE 200 TO idx-tad
                   ELSE
                       ADD 1 TO cant-tad
                       MOVE cant-tad TO idx-tad
                       MOVE soc-cod TO tad-socio(idx-tad)
                       MOVE 0 TO tad-monto(idx-tad)
                       MOVE 0 TO tad-seed(idx-tad)
                   END-IF
               END-IF.

           296-RECHAZO-AUTORIZACION.
               EVALUATE ws-aut-resultado
                   WHEN "S"
                       DISPLAY "El socio no esta activo - debito "
                           "rechazado"
                   WHEN "E"
                       PERFORM 275-RECHAZO-EMBARGO
                   WHEN "L"
                       DISPLAY "Excede el tope diario de debitos de "
                           "la categoria - debito rechazado"
                   WHEN "D"
                       DISPLAY "Dejaria el saldo debajo del "
                           "descubierto autorizado - debito "
                           "rechazado"
                   WHEN "X"
                       DISPLAY "Legajo de documentacion incompleto o "
                           "vencido - debito rechazado (los "
                           "depositos se aceptan)"
               END-EVALUATE.

           290-ENMASCARAR-DATOS.
               IF rol-consulta
                   MOVE "*****" TO ws-dni-mostrar(1:5)
                   MOVE soc-dni(6:3) TO ws-dni-mostrar(6:3)
                   MOVE "***********" TO ws-tel-mostrar(1:11)
                   MOVE soc-telefono(12:4) TO ws-tel-mostrar(12:4)
               ELSE
                   MOVE soc-dni TO ws-dni-mostrar
                   MOVE soc-telefono TO ws-tel-mostrar
               END-IF.

      *    Quien opera en mostrador se identifica con su DNI: el del
      *    titular pasa directo; cualquier otro tiene que figurar
      *    vigente en cotitulares.dat para esa cuenta y, si tiene tope
      *    por operacion, el importe no puede superarlo.
           280-IDENTIFICAR-OPERANTE.
               MOVE 1 TO flag-operante.
               MOVE 0 TO ws-dni-operante.
               DISPLAY "DNI de quien opera la cuenta (0 = el titular):".
               ACCEPT cot-dni-aux.
               IF cot-dni-aux = 0 OR cot-dni-aux = soc-dni
                   MOVE soc-dni TO ws-dni-operante
               ELSE
                   MOVE 0 TO flag-operante
                   OPEN INPUT COTITULARES
                   IF cot-fileStatus = "00"
                       MOVE soc-cod TO cot-socio
                       MOVE cot-dni-aux TO cot-dni
                       READ COTITULARES INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF cot-vigente
                               MOVE 1 TO flag-operante
                           END-IF
                       END-READ
                       CLOSE COTITULARES
                   END-IF
                   IF flag-operante = 0
                       DISPLAY "El DNI ", cot-dni-aux, " no esta "
                           "habilitado para operar la cuenta ", soc-cod
                       MOVE "OPERANTE-RECH" TO aud-operacion
                   ELSE
                       IF cot-limite > 0 AND
                           ws-oper-importe > cot-limite
                           DISPLAY FUNCTION TRIM(cot-nombre),
                               " tiene un tope por operacion de $",
                               cot-limite, " - operacion rechazada"
                           MOVE 0 TO flag-operante
                           MOVE "OPERANTE-TOPE" TO aud-operacion
                       ELSE
                           IF cot-cotitular
                               DISPLAY "Opera el cotitular ",
                                   FUNCTION TRIM(cot-nombre)
                           ELSE
                               DISPLAY "Opera el autorizado ",
                                   FUNCTION TRIM(cot-nombre)
                           END-IF
                           MOVE cot-dni-aux TO ws-dni-operante
                       END-IF
                   END-IF
                   IF flag-operante = 0
                       MOVE soc-cod TO cod-aux
                       MOVE cot-dni-aux TO aud-valor-antes
                       MOVE ws-oper-importe TO aud-valor-despues
                       PERFORM 950-GRABAR-AUDITORIA
                   END-IF
               END-IF.

           275-RECHAZO-EMBARGO.
               DISPLAY "SOCIO CON EMBARGO JUDICIAL ACTIVO - debito "
                   "rechazado".
               MOVE "EMB-RECHAZO" TO aud-operacion.
               MOVE saldo-aux TO aud-valor-antes.
               MOVE SPACES TO aud-valor-despues.
               PERFORM 950-GRABAR-AUDITORIA.

           547-CAMBIAR-LIMITE.
               DISPLAY "Limite de descubierto actual: ",
                   soc-limite-descubierto.
               DISPLAY "Inserte nuevo limite".
               ACCEPT saldo-aux.
               DISPLAY "Confirmar Operacion? 1-Si, 2-No"
               ACCEPT flag-mod.
               PERFORM UNTIL (flag-mod = 1) OR (flag-mod = 2)
                   DISPLAY "Opcion Invalida"
                   DISPLAY "Ingrese 1-Si o 2-No"
                   ACCEPT flag-mod
               END-PERFORM.
               IF (flag-mod = 1)
                   MOVE "MODIF-LIMITE" TO aud-operacion
                   MOVE soc-limite-descubierto TO aud-valor-antes
                   MOVE saldo-aux TO soc-limite-descubierto
                   MOVE soc-limite-descubierto TO aud-valor-despues
                   REWRITE soc-reg
                   PERFORM 950-GRABAR-AUDITORIA
               END-IF.

      *    Marca desde cuando el socio esta en rojo, para poder
      *    informar dias en descubierto. Se limpia al volver a cero
      *    o positivo.
           546-ACTUALIZAR-FECHA-ROJO.
               IF soc-saldo < 0
                   IF soc-fecha-rojo = 0
                       ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
                       MOVE ws-fecha-hoy TO soc-fecha-rojo
                   END-IF
               ELSE
                   MOVE 0 TO soc-fecha-rojo
               END-IF.

      *    El umbral sale del maestro central de parametros (clave
      *    UMBRAL-APROB, con vigencias); si la clave no esta se cae
      *    al archivo suelto historico y en ultima instancia a un
      *    valor conservador.
           265-LEER-UMBRAL.
               MOVE 100000.00 TO ws-umbral.
               MOVE "UMBRAL-APROB" TO ws-par-clave.
               MOVE FUNCTION CURRENT-DATE(1:8) TO ws-par-fecha.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-umbral
               ELSE
               OPEN INPUT UMBRAL
               IF umb-fileStatus = "00"
                   READ UMBRAL
                       AT END CONTINUE
                       NOT AT END MOVE umb-importe TO ws-umbral
                   END-READ
                   CLOSE UMBRAL
               ELSE
                   DISPLAY "Aviso: falta umbralAprobacion.txt - se "
                       "usa umbral por omision ", ws-umbral
               END-IF
               END-IF.

           545-ENCOLAR-PENDIENTE.
               MOVE cod-aux TO pend-socio.
               MOVE FUNCTION CURRENT-DATE(1:14) TO pend-fecha-hora.
               MOVE saldo-aux TO pend-importe.
               MOVE ws-operador-id TO pend-operador.
               MOVE "P" TO pend-estado.
               OPEN I-O PENDIENTES.
               IF pend-fileStatus = "35"
                   OPEN OUTPUT PENDIENTES
               END-IF.
               WRITE pend-reg INVALID KEY
                   DISPLAY "ERROR: no se pudo encolar la operacion"
               END-WRITE.
               CLOSE PENDIENTES.
               MOVE "PEND-SALDO" TO aud-operacion.
               MOVE soc-saldo TO aud-valor-antes.
               MOVE saldo-aux TO aud-valor-despues.
               PERFORM 950-GRABAR-AUDITORIA.
               DISPLAY "La operacion supera el umbral de ", ws-umbral.
               DISPLAY "Queda pendiente de aprobacion por un segundo "
                   "operador (opcion 12)".

           543-CAMBIAR-AMBOS.
               PERFORM 541-CAMBIAR-NOMBRE.
               PERFORM 542-CAMBIAR-SALDO.

           544-CAMBIAR-DATOS-PERS.
               DISPLAY "DNI actual: ", soc-dni.
               DISPLAY "Domicilio actual: ", soc-calle, " ", soc-num,
                   " piso ", soc-piso, " depto ", soc-depto.
               DISPLAY "Telefono actual: ", soc-telefono.
               DISPLAY "Confirmar Operacion? 1-Si, 2-No"
               ACCEPT flag-mod.
               PERFORM UNTIL (flag-mod = 1) OR (flag-mod = 2)
                   DISPLAY "Opcion Invalida"
                   DISPLAY "Ingrese 1-Si o 2-No"
                   ACCEPT flag-mod
               END-PERFORM.
               IF (flag-mod = 1)
                   MOVE "MODIF-DATOS" TO aud-operacion
                   MOVE soc-dni TO aud-valor-antes
                   PERFORM 332-INGRESO-DATOS-PERS
                   MOVE soc-dni TO aud-valor-despues
                   REWRITE soc-reg
                   PERFORM 950-GRABAR-AUDITORIA
               END-IF.

      *************************************************************************
           600-CONSULTA.
            PERFORM 610-INICIO-CONSULTA.
            PERFORM 620-TRAIGO.
            PERFORM UNTIL flag-soc = 0
               PERFORM 640-PROCESO-CONSULTA
               PERFORM 620-TRAIGO
            END-PERFORM.
            PERFORM 350-FIN.

           610-INICIO-CONSULTA.
               OPEN INPUT SOCIOS.
               MOVE 1 TO flag-soc.
               MOVE 0 TO cont-listado.

           620-TRAIGO.
               READ SOCIOS AT END MOVE 0 TO flag-soc.

           640-PROCESO-CONSULTA.
               DISPLAY soc-cod, " - ", soc-nom, " - $", soc-saldo,
                   " - ", soc-estado.
               ADD 1 TO cont-listado.
               IF cont-listado >= 20
                   DISPLAY "-- Presione ENTER para continuar --"
                   ACCEPT tecla-continuar
                   MOVE 0 TO cont-listado
               END-IF.

      *************************************************************************

           700-CONSULTA-UNICA.

               PERFORM 610-INICIO-CONSULTA.
               PERFORM 720-INGRESE-NUM-BUSQUEDA.
               PERFORM UNTIL cod-aux = 0
                   PERFORM 740-PROCESO
                   PERFORM 720-INGRESE-NUM-BUSQUEDA
               END-PERFORM.
               PERFORM 350-FIN.



           720-INGRESE-NUM-BUSQUEDA.
               DISPLAY "Ingrese cod. del socio a buscar, 0 para fin."
               ACCEPT cod-aux.
               MOVE cod-aux TO soc-cod.

           200-INGRESE-NUM.
               DISPLAY "Ingrese numero del socio a leer. 0 para FIN"
               ACCEPT cod-aux.
               MOVE cod-aux TO soc-cod.

           740-PROCESO.
               READ SOCIOS INVALID KEY
                   PERFORM 3110-CONSULTA-ARCHIVADO
               NOT INVALID KEY
                   PERFORM 290-ENMASCARAR-DATOS
                   PERFORM 1795-SUMAR-VALORES-CUSTODIA
                   IF modo-pantalla = "S"
                       MOVE "CONSULTA DE SOCIO" TO ws-pant-titulo
                       MOVE "Presione ENTER para continuar"
                           TO ws-msj-estado
                       DISPLAY pantalla-ver-socio
                       ACCEPT tecla-continuar
                   ELSE
                     DISPLAY soc-cod, " - ", soc-nom, " - $", soc-saldo,
                         " - ", soc-estado
                     DISPLAY "  DNI: ", ws-dni-mostrar, " - Tel: ",
                         ws-tel-mostrar
                     DISPLAY "  Domicilio: ",
                         FUNCTION TRIM(soc-calle), " ", soc-num,
                         " piso ", soc-piso, " depto ", soc-depto
                     DISPLAY "  Fecha de alta: ", soc-fecha-alta
                     IF cant-valores-custodia > 0
                         DISPLAY "  Valores al cobro: $",
                             ws-valores-custodia, " en ",
                             cant-valores-custodia, " cheque(s)"
                     END-IF
                     PERFORM 2595-SALDO-DOLARES-SOCIO
                     IF flag-usd-cuenta = 1
                         DISPLAY "  Cuenta en dolares: U$S ", cdl-saldo
                     END-IF
                   END-IF
               END-READ.




      *************************************************************************
      *    La emision por ventanilla (un socio) abre el maestro en
      *    I-O porque ademas de imprimir cobra la comision de
      *    emision; la corrida masiva de cierre de mes sigue siendo
      *    de solo lectura y no tiene comision. El rol CONSULTA
      *    imprime en modo solo lectura: ni abre el maestro en
      *    actualizacion ni cobra comision.
           750-IMPRIMIR-ESTADO.
               OPEN OUTPUT ESTADO-CUENTA.
               DISPLAY "Imprimir: 1-Un socio, 2-Todos los activos "
                   "(cierre de mes)".
               ACCEPT opc-estado.
               PERFORM UNTIL (opc-estado = 1) OR (opc-estado = 2)
                   DISPLAY "Opcion Invalida"
                   ACCEPT opc-estado
               END-PERFORM.
               IF opc-estado = 1
                   IF rol-consulta
                       PERFORM 610-INICIO-CONSULTA
                   ELSE
                       PERFORM 310-INICIO
                   END-IF
                   PERFORM 720-INGRESE-NUM-BUSQUEDA
                   PERFORM UNTIL cod-aux = 0
                       PERFORM 760-BUSCAR-E-IMPRIMIR
                       PERFORM 720-INGRESE-NUM-BUSQUEDA
                   END-PERFORM
               ELSE
                   PERFORM 610-INICIO-CONSULTA
                   PERFORM 752-ESTADOS-MASIVOS
               END-IF.
               CLOSE ESTADO-CUENTA.
               PERFORM 350-FIN.

      *    Corrida de cierre de mes: una hoja por socio no dado de
      *    baja, con los movimientos del periodo, y una hoja de
      *    control al final para cuadrar la corrida.
           752-ESTADOS-MASIVOS.
               DISPLAY "Periodo DESDE (AAAAMMDD):".
               ACCEPT est-fecha-desde.
               DISPLAY "Periodo HASTA (AAAAMMDD):".
               ACCEPT est-fecha-hasta.
               MOVE 0 TO cant-estados.
               MOVE 0 TO total-saldo-estados.
               MOVE 0 TO total-usd-estados.
               MOVE 0 TO cant-usd-estados.
               MOVE LOW-VALUES TO soc-cod.
               START SOCIOS KEY IS NOT LESS THAN soc-cod
                   INVALID KEY
                       MOVE 0 TO flag-soc
                   NOT INVALID KEY
                       MOVE 1 TO flag-soc
               END-START.
               PERFORM UNTIL flag-soc = 0
                   READ SOCIOS NEXT AT END
                       MOVE 0 TO flag-soc
                   NOT AT END
                       IF NOT soc-baja
                           PERFORM 770-GENERAR-HOJA
                           PERFORM 772-MOVIMIENTOS-PERIODO
                           IF flag-usd-cuenta = 1
                               PERFORM 778-MOVIMIENTOS-USD-PERIODO
                               ADD 1 TO cant-usd-estados
                               ADD cdl-saldo TO total-usd-estados
                           END-IF
                           ADD 1 TO cant-estados
                           ADD soc-saldo TO total-saldo-estados
                       END-IF
                   END-READ
               END-PERFORM.
               PERFORM 774-PAGINA-CONTROL.

      *    El historial indexado se lee directo por clave (socio +
      *    fecha): solo el periodo pedido del socio en curso. El
      *    diario secuencial queda como captura del dia y se barre
      *    aparte por si hay movimientos aun no cargados.
           772-MOVIMIENTOS-PERIODO.
               MOVE est-fecha-desde TO l-emt-desde.
               MOVE est-fecha-hasta TO l-emt-hasta.
               MOVE SPACES TO est-lin.
               WRITE est-lin AFTER ADVANCING 1 LINE.
               WRITE est-lin FROM est-mov-titulo
                   AFTER ADVANCING 1 LINE.
               MOVE 0 TO flag-hubo-movs.
               PERFORM 773-MOVS-DEL-HISTORICO.
               OPEN INPUT MOVIMIENTOS.
               IF mov-fileStatus NOT = "00"
                   MOVE 0 TO flag-movest
               ELSE
               MOVE 1 TO flag-movest
               PERFORM UNTIL flag-movest = 0
                   READ MOVIMIENTOS AT END
                       MOVE 0 TO flag-movest
                   NOT AT END
                       IF mov-socio = soc-cod AND
                           mov-fecha-hora(1:8) >= est-fecha-desde AND
                           mov-fecha-hora(1:8) <= est-fecha-hasta
                           MOVE mov-fecha-hora(1:8) TO l-emov-fecha
                           MOVE mov-concepto TO l-emov-concepto
                           MOVE mov-importe TO l-emov-importe
                           MOVE mov-saldo-result TO l-emov-saldo
                           WRITE est-lin FROM est-mov-lin
                               AFTER ADVANCING 1 LINE
                           MOVE 1 TO flag-hubo-movs
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMIENTOS
               END-IF.
               IF flag-hubo-movs = 0
                   MOVE "  (sin movimientos en el periodo)" TO est-lin
                   WRITE est-lin AFTER ADVANCING 1 LINE
               END-IF.

           773-MOVS-DEL-HISTORICO.
               OPEN INPUT MOV-HISTORICO.
               IF movh-fileStatus NOT = "00"
                   CONTINUE
               ELSE
                   MOVE soc-cod TO movh-socio
                   MOVE SPACES TO movh-fecha-hora
                   MOVE est-fecha-desde TO movh-fecha-hora(1:8)
                   MOVE 0 TO movh-seq
                   START MOV-HISTORICO KEY IS NOT LESS THAN
                       movh-clave
                       INVALID KEY
                           MOVE 0 TO flag-movh
                       NOT INVALID KEY
                           MOVE 1 TO flag-movh
                   END-START
                   PERFORM UNTIL flag-movh = 0
                       READ MOV-HISTORICO NEXT AT END
                           MOVE 0 TO flag-movh
                       NOT AT END
                           IF movh-socio NOT = soc-cod OR
                               movh-fecha-hora(1:8) > est-fecha-hasta
                               MOVE 0 TO flag-movh
                           ELSE
                               MOVE movh-fecha-hora(1:8)
                                   TO l-emov-fecha
                               MOVE movh-concepto TO l-emov-concepto
                               MOVE movh-importe TO l-emov-importe
                               MOVE movh-saldo-result TO l-emov-saldo
                               WRITE est-lin FROM est-mov-lin
                                   AFTER ADVANCING 1 LINE
                               MOVE 1 TO flag-hubo-movs
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOV-HISTORICO
               END-IF.

      *    Los dolares van en su propio bloque, con su propio saldo:
      *    nunca se suman a los pesos de la hoja.
           778-MOVIMIENTOS-USD-PERIODO.
               MOVE SPACES TO est-lin.
               WRITE est-lin AFTER ADVANCING 1 LINE.
               MOVE "MOVIMIENTOS EN DOLARES DEL PERIODO" TO est-lin.
               WRITE est-lin AFTER ADVANCING 1 LINE.
               MOVE 0 TO flag-hubo-movs.
               OPEN INPUT MOV-DOLARES.
               IF mdl-fileStatus = "00"
                   MOVE 1 TO flag-movest
                   PERFORM UNTIL flag-movest = 0
                       READ MOV-DOLARES AT END
                           MOVE 0 TO flag-movest
                       NOT AT END
                           IF mdl-socio = soc-cod AND
                               mdl-fecha-hora(1:8) >= est-fecha-desde
                               AND mdl-fecha-hora(1:8) <=
                               est-fecha-hasta
                               MOVE mdl-fecha-hora(1:8) TO l-emu-fecha
                               MOVE mdl-concepto TO l-emu-concepto
                               MOVE mdl-importe TO l-emu-importe
                               MOVE mdl-saldo-result TO l-emu-saldo
                               WRITE est-lin FROM est-mov-usd-lin
                                   AFTER ADVANCING 1 LINE
                               MOVE 1 TO flag-hubo-movs
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOV-DOLARES
               END-IF.
               IF flag-hubo-movs = 0
                   MOVE "  (sin movimientos en dolares en el periodo)"
                       TO est-lin
                   WRITE est-lin AFTER ADVANCING 1 LINE
               END-IF.

           774-PAGINA-CONTROL.
               MOVE "HOJA DE CONTROL DE LA CORRIDA" TO est-lin.
               WRITE est-lin AFTER ADVANCING PAGE.
               MOVE SPACES TO est-lin.
               WRITE est-lin AFTER ADVANCING 1 LINE.
               MOVE cant-estados TO l-ctl-cant.
               WRITE est-lin FROM est-control-lin1
                   AFTER ADVANCING 1 LINE.
               MOVE total-saldo-estados TO l-ctl-total.
               WRITE est-lin FROM est-control-lin2
                   AFTER ADVANCING 1 LINE.
               MOVE cant-usd-estados TO l-ctl-cant-usd.
               WRITE est-lin FROM est-control-lin3
                   AFTER ADVANCING 1 LINE.
               MOVE total-usd-estados TO l-ctl-total-usd.
               WRITE est-lin FROM est-control-lin4
                   AFTER ADVANCING 1 LINE.
               DISPLAY "Corrida masiva: ", cant-estados,
                   " estados impresos".

      *    Todos los cotitulares y autorizados vigentes de la cuenta,
      *    con el mismo enmascarado de DNI que el titular.
           775-COTITULARES-HOJA.
               MOVE 0 TO cant-cotitulares.
               MOVE SPACES TO est-lin.
               WRITE est-lin AFTER ADVANCING 1 LINE.
               MOVE "COTITULARES Y AUTORIZADOS:" TO est-lin.
               WRITE est-lin AFTER ADVANCING 1 LINE.
               OPEN INPUT COTITULARES.
               IF cot-fileStatus = "00"
                   MOVE soc-cod TO cot-socio
                   MOVE 0 TO cot-dni
                   START COTITULARES KEY IS NOT LESS THAN cot-clave
                       INVALID KEY
                           MOVE 0 TO flag-cot
                       NOT INVALID KEY
                           MOVE 1 TO flag-cot
                   END-START
                   PERFORM UNTIL flag-cot = 0
                       READ COTITULARES NEXT AT END
                           MOVE 0 TO flag-cot
                       NOT AT END
                           IF cot-socio NOT = soc-cod
                               MOVE 0 TO flag-cot
                           ELSE
                               IF cot-vigente
                                   PERFORM 776-LINEA-COTITULAR
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COTITULARES
               END-IF.
               IF cant-cotitulares = 0
                   MOVE "  (cuenta de titular unico)" TO est-lin
                   WRITE est-lin AFTER ADVANCING 1 LINE
               END-IF.

           776-LINEA-COTITULAR.
               ADD 1 TO cant-cotitulares.
               IF cot-cotitular
                   MOVE "COTITULAR" TO l-ecot-rol
               ELSE
                   MOVE "AUTORIZADO" TO l-ecot-rol
               END-IF.
               MOVE cot-nombre TO l-ecot-nom.
               IF rol-consulta
                   MOVE "*****" TO l-ecot-dni(1:5)
                   MOVE cot-dni(6:3) TO l-ecot-dni(6:3)
               ELSE
                   MOVE cot-dni TO l-ecot-dni
               END-IF.
               MOVE SPACES TO l-ecot-limite.
               IF cot-limite > 0
                   MOVE cot-limite TO ws-cot-limite-ed
                   STRING "TOPE POR OPERACION $" DELIMITED BY SIZE
                          ws-cot-limite-ed       DELIMITED BY SIZE
                          INTO l-ecot-limite
               END-IF.
               WRITE est-lin FROM est-cot-lin AFTER ADVANCING 1 LINE.

           760-BUSCAR-E-IMPRIMIR.
               READ SOCIOS INVALID KEY
                   PERFORM 3120-ESTADO-ARCHIVADO
               NOT INVALID KEY
                   PERFORM 770-GENERAR-HOJA
                   IF NOT rol-consulta
                       MOVE "COM-ESTADO" TO ws-comi-concepto
                       PERFORM 285-COBRAR-COMISION
                   END-IF
               END-READ.

           770-GENERAR-HOJA.
               ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
               MOVE ws-dia TO l-dia.
               MOVE ws-mes TO l-mes.
               MOVE ws-anio TO l-anio.
               MOVE SPACES TO est-lin.
               WRITE est-lin FROM est-titulo AFTER ADVANCING PAGE.
               MOVE SPACES TO est-lin.
               WRITE est-lin AFTER ADVANCING 2 LINES.
               WRITE est-lin FROM est-fecha-lin AFTER ADVANCING 1 LINE.
               WRITE est-lin AFTER ADVANCING 2 LINES.
               MOVE soc-cod TO l-est-cod.
               MOVE soc-nom TO l-est-nom.
               WRITE est-lin FROM est-datos-lin AFTER ADVANCING 1 LINE.
               MOVE soc-saldo TO l-est-saldo.
               WRITE est-lin FROM est-saldo-lin AFTER ADVANCING 1 LINE.
               PERFORM 2595-SALDO-DOLARES-SOCIO.
               IF flag-usd-cuenta = 1
                   MOVE cdl-saldo TO l-est-saldo-usd
                   WRITE est-lin FROM est-saldo-usd-lin
                       AFTER ADVANCING 1 LINE
               END-IF.
               IF soc-activo
                   MOVE "ACTIVO" TO l-est-estado
               ELSE
                   MOVE "BAJA" TO l-est-estado
               END-IF.
               WRITE est-lin FROM est-estado-lin
                   AFTER ADVANCING 1 LINE.
               PERFORM 290-ENMASCARAR-DATOS.
               MOVE ws-dni-mostrar TO l-est-dni.
               WRITE est-lin FROM est-dni-lin
                   AFTER ADVANCING 1 LINE.
               PERFORM 775-COTITULARES-HOJA.
               IF opc-estado = 1
                   DISPLAY "Estado de cuenta impreso en "
                       "..\estadoCuenta.txt"
               END-IF.

      *************************************************************************
           800-BUSCAR-NOMBRE.
               PERFORM 610-INICIO-CONSULTA.
               PERFORM 810-INGRESE-NOMBRE.
               PERFORM UNTIL nom-busqueda = SPACES
                   MOVE 0 TO flag-encontro
                   PERFORM 620-TRAIGO
                   PERFORM UNTIL flag-soc = 0
                       PERFORM 830-COMPARAR-NOMBRE
                       PERFORM 620-TRAIGO
                   END-PERFORM
                   IF flag-encontro = 0
                       DISPLAY "No se encontraron socios con ese nombre"
                   END-IF
                   PERFORM 610-INICIO-CONSULTA
                   PERFORM 810-INGRESE-NOMBRE
               END-PERFORM.
               PERFORM 350-FIN.

           810-INGRESE-NOMBRE.
               DISPLAY "Ingrese nombre o parte del nombre a buscar."
               DISPLAY "Enter en blanco para fin."
               ACCEPT nom-busqueda.
               COMPUTE long-busqueda =
                   FUNCTION LENGTH(FUNCTION TRIM(nom-busqueda)).

           830-COMPARAR-NOMBRE.
               MOVE 0 TO flag-coincide.
               IF long-busqueda > 0
                   PERFORM VARYING i-busqueda FROM 1 BY 1
                       UNTIL i-busqueda > (21 - long-busqueda)
                       OR flag-coincide = 1
                       IF FUNCTION UPPER-CASE
                           (soc-nom(i-busqueda:long-busqueda)) =
                           FUNCTION UPPER-CASE
                           (nom-busqueda(1:long-busqueda))
                           MOVE 1 TO flag-coincide
                       END-IF
                   END-PERFORM
               END-IF.
               IF flag-coincide = 1
                   MOVE 1 TO flag-encontro
                   DISPLAY soc-cod, " - ", soc-nom, " - $", soc-saldo
               END-IF.

      *************************************************************************
           850-EXPORTAR-CSV.
               OPEN INPUT SOCIOS.
               OPEN OUTPUT SOCIOS-CSV.
               MOVE "COD,NOMBRE,SALDO,ESTADO,DNI,TELEFONO"
                   TO csv-reg.
               WRITE csv-reg.
               MOVE 1 TO flag-soc.
               PERFORM 620-TRAIGO.
               PERFORM UNTIL flag-soc = 0
                   PERFORM 860-LINEA-CSV
                   PERFORM 620-TRAIGO
               END-PERFORM.
               CLOSE SOCIOS.
               CLOSE SOCIOS-CSV.
               DISPLAY "Exportacion finalizada: ..\socios.csv".

      *    El saldo pasa por un campo editado con signo: el campo
      *    crudo lleva el signo sobreimpreso en el ultimo digito y
      *    arruinaria el CSV con saldos negativos. El DNI y el
      *    telefono salen enmascarados segun el rol, igual que en
      *    pantalla: un listado olvidado en la impresora no expone
      *    datos personales completos.
           860-LINEA-CSV.
               MOVE soc-saldo TO csv-saldo-edit.
               PERFORM 290-ENMASCARAR-DATOS.
               STRING soc-cod       DELIMITED BY SIZE
                      ","           DELIMITED BY SIZE
                      FUNCTION TRIM(soc-nom) DELIMITED BY SIZE
                      ","           DELIMITED BY SIZE
                      FUNCTION TRIM(csv-saldo-edit) DELIMITED BY SIZE
                      ","           DELIMITED BY SIZE
                      soc-estado    DELIMITED BY SIZE
                      ","           DELIMITED BY SIZE
                      ws-dni-mostrar DELIMITED BY SIZE
                      ","           DELIMITED BY SIZE
                      FUNCTION TRIM(ws-tel-mostrar)
                                    DELIMITED BY SIZE
                      INTO csv-reg.
               WRITE csv-reg.

      *************************************************************************
           900-ALTA-MASIVA.
               MOVE 0 TO cant-cargados.
               MOVE 0 TO cant-duplicados.
               OPEN INPUT ALTAS-BATCH.
               OPEN I-O SOCIOS.
               OPEN EXTEND AUDITORIA.
               OPEN EXTEND MOVIMIENTOS.
               IF mov-fileStatus NOT = "00"
                   OPEN OUTPUT MOVIMIENTOS
               END-IF.
               PERFORM 910-LEER-BATCH.
               PERFORM UNTIL flag-batch = 0
                   PERFORM 920-PROCESAR-BATCH
                   PERFORM 910-LEER-BATCH
               END-PERFORM.
               CLOSE ALTAS-BATCH.
               CLOSE SOCIOS.
               CLOSE AUDITORIA.
               CLOSE MOVIMIENTOS.
               DISPLAY "Alta masiva finalizada. Cargados: ",
                   cant-cargados, " Duplicados omitidos: ",
                   cant-duplicados.

           910-LEER-BATCH.
               MOVE 1 TO flag-batch.
               READ ALTAS-BATCH AT END MOVE 0 TO flag-batch.

           920-PROCESAR-BATCH.
               MOVE batch-cod TO cod-aux.
               MOVE batch-cod TO soc-cod.
               READ SOCIOS NOT INVALID KEY
                   DISPLAY "Socio ", batch-cod, " ya existe - omitido"
                   ADD 1 TO cant-duplicados
               INVALID KEY
                   PERFORM 3100-LEER-ARCHIVADO
                   IF flag-sh = 1
                       DISPLAY "Socio ", batch-cod,
                           " archivado - omitido"
                       ADD 1 TO cant-duplicados
                   ELSE
                       MOVE batch-nom TO soc-nom
                       MOVE batch-saldo TO soc-saldo
                       MOVE 0 TO soc-dni
                       MOVE SPACES TO soc-calle
                       MOVE 0 TO soc-num
                       MOVE 0 TO soc-piso
                       MOVE SPACES TO soc-depto
                       MOVE SPACES TO soc-telefono
                       ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
                       MOVE ws-fecha-hoy TO soc-fecha-alta
                       MOVE 0 TO soc-limite-descubierto
                       MOVE 0 TO soc-fecha-rojo
                       MOVE 0 TO soc-fusionado-con
                       MOVE "G" TO soc-categoria
                       MOVE 0 TO soc-cuit
                       MOVE ws-oper-filial TO soc-filial
                       SET soc-activo TO TRUE
                       PERFORM 337-LEER-PARAM-CAPITAL
                       MOVE ws-capsoc-minimo TO cap-acciones-aux
                       COMPUTE cap-suscripto-aux =
                           cap-acciones-aux * ws-capsoc-valor
                       MOVE 0 TO cap-integrado-aux
                       MOVE ws-capsoc-cuotas TO cap-plan-aux
                       MOVE 0 TO flag-cancelar-alta
                       PERFORM 327-SCREENING-ALTA
                       IF flag-cancelar-alta = 0
                           PERFORM 340-PROCESO
                           ADD 1 TO cant-cargados
                       END-IF
                   END-IF
               END-READ.

      *************************************************************************
           1000-REVISAR-PENDIENTES.
               PERFORM 310-INICIO.
               MOVE 0 TO cant-pendientes.
               OPEN I-O PENDIENTES.
               IF pend-fileStatus NOT = "00"
                   DISPLAY "No hay operaciones pendientes de "
                       "aprobacion"
               ELSE
                   MOVE LOW-VALUES TO pend-clave
                   START PENDIENTES KEY IS NOT LESS THAN pend-clave
                       INVALID KEY
                           MOVE 0 TO flag-pend
                       NOT INVALID KEY
                           MOVE 1 TO flag-pend
                   END-START
                   PERFORM UNTIL flag-pend = 0
                       READ PENDIENTES NEXT AT END
                           MOVE 0 TO flag-pend
                       NOT AT END
                           IF pend-estado = "P"
                               ADD 1 TO cant-pendientes
                               PERFORM 1020-REVISAR-UN-PENDIENTE
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PENDIENTES
                   IF cant-pendientes = 0
                       DISPLAY "No hay operaciones pendientes de "
                           "aprobacion"
                   END-IF
               END-IF.
               PERFORM 350-FIN.

           1020-REVISAR-UN-PENDIENTE.
               DISPLAY "PENDIENTE: socio ", pend-socio,
                   " importe ", pend-importe,
                   " operador ", pend-operador,
                   " fecha ", pend-fecha-hora.
               IF pend-operador = ws-operador-id
                   DISPLAY "Cargada por usted mismo - debe revisarla "
                       "otro operador, se saltea"
               ELSE
                   DISPLAY "1-Aprobar, 2-Rechazar, 3-Saltear"
                   ACCEPT opc-aprob
                   PERFORM UNTIL (opc-aprob >= 1) AND (opc-aprob <= 3)
                       DISPLAY "Opcion Invalida"
                       ACCEPT opc-aprob
                   END-PERFORM
                   EVALUATE opc-aprob
                       WHEN 1
                           PERFORM 1030-APLICAR-PENDIENTE
                       WHEN 2
                           PERFORM 1040-RECHAZAR-PENDIENTE
                   END-EVALUATE
               END-IF.

      *    La operacion resuelta se borra de la cola con su clave:
      *    lo aprobado y rechazado ya quedo asentado en auditoria y
      *    no debe acumularse en el archivo.
           1030-APLICAR-PENDIENTE.
               MOVE pend-socio TO soc-cod.
               MOVE pend-socio TO cod-aux.
               MOVE pend-importe TO ws-pend-importe.
               MOVE pend-operador TO ws-pend-operador.
               MOVE 0 TO flag-embargado.
               IF ws-pend-importe < 0
                   MOVE pend-socio TO emb-socio-aux
                   PERFORM 270-VERIFICAR-EMBARGO
               END-IF.
               IF flag-embargado = 1
                   MOVE ws-pend-importe TO saldo-aux
                   PERFORM 275-RECHAZO-EMBARGO
               ELSE
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio inexistente - no se puede aplicar"
               NOT INVALID KEY
                   COMPUTE saldo-nuevo =
                       soc-saldo + ws-pend-importe
                   IF saldo-nuevo < (0 - soc-limite-descubierto)
                       DISPLAY "El saldo quedaria debajo del "
                           "descubierto autorizado - no se "
                           "aplica, rechace o saltee"
                   ELSE IF saldo-nuevo > 999999.99
                       DISPLAY "El saldo excederia el maximo - no se "
                           "aplica, rechace o saltee"
                   ELSE
                       MOVE "APROB-SALDO" TO aud-operacion
                       MOVE SPACES TO aud-valor-antes
                       STRING FUNCTION TRIM(ws-pend-operador)
                                         DELIMITED BY SIZE
                              " "        DELIMITED BY SIZE
                              soc-saldo  DELIMITED BY SIZE
                              INTO aud-valor-antes
                       MOVE saldo-nuevo TO soc-saldo
                       MOVE soc-saldo TO aud-valor-despues
                       PERFORM 546-ACTUALIZAR-FECHA-ROJO
                       REWRITE soc-reg
                       PERFORM 950-GRABAR-AUDITORIA
                       MOVE "APROB-SALDO" TO mov-concepto-aux
                       MOVE ws-pend-importe TO mov-importe-aux
                       PERFORM 955-GRABAR-MOVIMIENTO
                       DELETE PENDIENTES RECORD
                       END-DELETE
                       DISPLAY "Operacion aplicada"
                   END-IF
               END-READ
               END-IF.

           1040-RECHAZAR-PENDIENTE.
               MOVE pend-socio TO cod-aux.
               MOVE "RECH-SALDO" TO aud-operacion.
               MOVE SPACES TO aud-valor-antes.
               STRING FUNCTION TRIM(pend-operador)
                                 DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      pend-importe DELIMITED BY SIZE
                      INTO aud-valor-antes.
               MOVE SPACES TO aud-valor-despues.
               PERFORM 950-GRABAR-AUDITORIA.
               DELETE PENDIENTES RECORD
               END-DELETE.
               DISPLAY "Operacion rechazada".

      *    Toma las candidaturas que dejo el detector de cuentas
      *    inactivas y las aplica una por una con confirmacion del
      *    supervisor.
           1600-APLICAR-SUSPENSIONES.
               PERFORM 310-INICIO.
               MOVE 0 TO cant-suspendidos.
               OPEN INPUT PROPUESTAS.
               IF prop-fileStatus NOT = "00"
                   DISPLAY "No se encontro propuestasSuspension.txt - "
                       "corra antes el detector de inactivos"
               ELSE
                   MOVE 1 TO flag-prop
                   PERFORM UNTIL flag-prop = 0
                       READ PROPUESTAS AT END
                           MOVE 0 TO flag-prop
                       NOT AT END
                           PERFORM 1610-REVISAR-PROPUESTA
                       END-READ
                   END-PERFORM
                   CLOSE PROPUESTAS
                   DISPLAY "Socios suspendidos: ", cant-suspendidos
               END-IF.
               PERFORM 350-FIN.

           1610-REVISAR-PROPUESTA.
               MOVE prop-socio TO soc-cod.
               MOVE prop-socio TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Propuesta ", prop-socio,
                       ": socio inexistente - salteada"
               NOT INVALID KEY
                   IF NOT soc-activo
                       DISPLAY "Propuesta ", prop-socio,
                           ": el socio ya no esta activo - salteada"
                   ELSE
                       DISPLAY "Suspender al socio ", soc-cod, " - ",
                           soc-nom, " (ultima actividad ",
                           prop-ultima-act, ")? 1-Si, 2-No"
                       ACCEPT flag-mod
                       PERFORM UNTIL (flag-mod = 1) OR (flag-mod = 2)
                           DISPLAY "Opcion Invalida"
                           ACCEPT flag-mod
                       END-PERFORM
                       IF flag-mod = 1
                           SET soc-suspendido TO TRUE
                           REWRITE soc-reg
                           MOVE "SUSPENSION" TO aud-operacion
                           MOVE "ACTIVO" TO aud-valor-antes
                           MOVE "SUSPENDIDO" TO aud-valor-despues
                           PERFORM 950-GRABAR-AUDITORIA
                           ADD 1 TO cant-suspendidos
                       END-IF
                   END-IF
               END-READ.

      *    Fusion de duplicados reales: el saldo del absorbido pasa
      *    al sobreviviente, el absorbido queda de baja apuntando al
      *    sobreviviente y todo queda asentado en auditoria y en el
      *    historial de movimientos.
           1500-FUSIONAR-SOCIOS.
               PERFORM 310-INICIO.
               MOVE 1 TO flag-fus.
               DISPLAY "Ingrese cod. del socio SOBREVIVIENTE."
               ACCEPT fus-sobrevive.
               MOVE fus-sobrevive TO soc-cod.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
                   MOVE 0 TO flag-fus
               NOT INVALID KEY
                   IF NOT soc-activo
                       DISPLAY "El sobreviviente debe estar activo"
                       MOVE 0 TO flag-fus
                   END-IF
               END-READ.
               IF flag-fus = 1
                   DISPLAY "Sobrevive: ", soc-cod, " - ", soc-nom,
                       " - $", soc-saldo
                   DISPLAY "Ingrese cod. del socio ABSORBIDO."
                   ACCEPT fus-absorbido
                   IF fus-absorbido = fus-sobrevive
                       DISPLAY "Deben ser dos socios distintos"
                       MOVE 0 TO flag-fus
                   ELSE
                       MOVE fus-absorbido TO soc-cod
                       READ SOCIOS INVALID KEY
                           DISPLAY "Socio Inexistente"
                           MOVE 0 TO flag-fus
                       NOT INVALID KEY
                           IF NOT soc-activo
                               DISPLAY "El absorbido ya esta de baja"
                               MOVE 0 TO flag-fus
                           END-IF
                       END-READ
                   END-IF
               END-IF.
               IF flag-fus = 1
                   DISPLAY "Absorbido: ", soc-cod, " - ", soc-nom,
                       " - $", soc-saldo
                   MOVE soc-saldo TO fus-saldo-abs
                   MOVE fus-sobrevive TO soc-cod
                   READ SOCIOS
                   COMPUTE saldo-nuevo = soc-saldo + fus-saldo-abs
                   IF saldo-nuevo > 999999.99
                       DISPLAY "El saldo combinado excede el maximo "
                           "representable - fusion cancelada"
                       MOVE 0 TO flag-fus
                   END-IF
               END-IF.
               IF flag-fus = 1
                   DISPLAY "Confirma la fusion? 1-Si, 2-No"
                   ACCEPT flag-mod
                   PERFORM UNTIL (flag-mod = 1) OR (flag-mod = 2)
                       DISPLAY "Opcion Invalida"
                       ACCEPT flag-mod
                   END-PERFORM
                   IF flag-mod = 1
                       PERFORM 1510-EJECUTAR-FUSION
                   END-IF
               END-IF.
               PERFORM 350-FIN.

           1510-EJECUTAR-FUSION.
               MOVE fus-sobrevive TO soc-cod.
               MOVE fus-sobrevive TO cod-aux.
               READ SOCIOS.
               MOVE "FUSION-DEST" TO aud-operacion.
               MOVE soc-saldo TO aud-valor-antes.
               ADD fus-saldo-abs TO soc-saldo.
               MOVE SPACES TO aud-valor-despues.
               STRING soc-saldo     DELIMITED BY SIZE
                      "|ABS"        DELIMITED BY SIZE
                      fus-absorbido DELIMITED BY SIZE
                      INTO aud-valor-despues.
               PERFORM 546-ACTUALIZAR-FECHA-ROJO.
               REWRITE soc-reg.
               PERFORM 950-GRABAR-AUDITORIA.
               MOVE "FUSION-CRED" TO mov-concepto-aux.
               MOVE fus-saldo-abs TO mov-importe-aux.
               PERFORM 955-GRABAR-MOVIMIENTO.
               MOVE fus-absorbido TO soc-cod.
               MOVE fus-absorbido TO cod-aux.
               READ SOCIOS.
               MOVE "FUSION-ORIG" TO aud-operacion.
               MOVE soc-saldo TO aud-valor-antes.
               MOVE 0 TO soc-saldo.
               SET soc-baja TO TRUE.
               MOVE fus-sobrevive TO soc-fusionado-con.
               MOVE 0 TO soc-fecha-rojo.
               MOVE SPACES TO aud-valor-despues.
               STRING "BAJA|VER"    DELIMITED BY SIZE
                      fus-sobrevive DELIMITED BY SIZE
                      INTO aud-valor-despues.
               REWRITE soc-reg.
               PERFORM 950-GRABAR-AUDITORIA.
               MOVE "FUSION-DEB" TO mov-concepto-aux.
               COMPUTE mov-importe-aux = 0 - fus-saldo-abs.
               PERFORM 955-GRABAR-MOVIMIENTO.
               DISPLAY "Fusion realizada: el socio ", fus-absorbido,
                   " quedo de baja apuntando al ", fus-sobrevive.

           1400-MENU-EMBARGOS.
               PERFORM 310-INICIO.
               MOVE 9 TO opc-emb.
               PERFORM UNTIL opc-emb = 0
                   DISPLAY "EMBARGOS: 1-Registrar, 2-Levantar, "
                       "3-Listar, 0-Volver"
                   ACCEPT opc-emb
                   EVALUATE opc-emb
                       WHEN 1
                           PERFORM 1410-ALTA-EMBARGO
                       WHEN 2
                           PERFORM 1420-LEVANTAR-EMBARGO
                       WHEN 3
                           PERFORM 1430-LISTAR-EMBARGOS
                   END-EVALUATE
               END-PERFORM.
               PERFORM 350-FIN.

           1410-ALTA-EMBARGO.
               DISPLAY "Ingrese cod. del socio embargado."
               ACCEPT emb-socio-aux.
               MOVE emb-socio-aux TO soc-cod.
               MOVE emb-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
               NOT INVALID KEY
                   MOVE emb-socio-aux TO emb-socio
                   DISPLAY "Ingrese numero de expediente."
                   ACCEPT emb-expediente
                   DISPLAY "Ingrese importe embargado "
                       "(0 para embargo total)."
                   ACCEPT emb-importe
                   ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
                   MOVE ws-fecha-hoy TO emb-fecha
                   SET emb-activo TO TRUE
                   OPEN I-O EMBARGOS
                   IF emb-fileStatus = "35"
                       OPEN OUTPUT EMBARGOS
                   END-IF
                   WRITE emb-reg INVALID KEY
                       DISPLAY "Ya existe un embargo de ese socio "
                           "con ese expediente"
                   NOT INVALID KEY
                       MOVE "EMBARGO-ALTA" TO aud-operacion
                       MOVE emb-expediente TO aud-valor-antes
                       MOVE emb-importe TO aud-valor-despues
                       PERFORM 950-GRABAR-AUDITORIA
                       DISPLAY "Embargo registrado"
                   END-WRITE
                   CLOSE EMBARGOS
               END-READ.

      *    El levantamiento va directo por clave (socio +
      *    expediente), sin cargar el archivo a memoria.
           1420-LEVANTAR-EMBARGO.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT emb-socio-aux.
               DISPLAY "Ingrese numero de expediente a levantar."
               ACCEPT emb-expediente-aux.
               OPEN I-O EMBARGOS.
               IF emb-fileStatus NOT = "00"
                   DISPLAY "No hay embargos registrados"
               ELSE
                   MOVE emb-socio-aux TO emb-socio
                   MOVE emb-expediente-aux TO emb-expediente
                   READ EMBARGOS INVALID KEY
                       DISPLAY "No se encontro un embargo con ese "
                           "socio y expediente"
                   NOT INVALID KEY
                       IF NOT emb-activo
                           DISPLAY "Ese embargo ya esta levantado"
                       ELSE
                           SET emb-levantado TO TRUE
                           REWRITE emb-reg
                           MOVE emb-socio-aux TO cod-aux
                           MOVE "EMBARGO-BAJA" TO aud-operacion
                           MOVE emb-expediente-aux
                               TO aud-valor-antes
                           MOVE SPACES TO aud-valor-despues
                           PERFORM 950-GRABAR-AUDITORIA
                           DISPLAY "Embargo levantado"
                       END-IF
                   END-READ
                   CLOSE EMBARGOS
               END-IF.

           1430-LISTAR-EMBARGOS.
               MOVE 0 TO cant-embargos.
               OPEN INPUT EMBARGOS.
               IF emb-fileStatus = "00"
                   MOVE LOW-VALUES TO emb-clave
                   START EMBARGOS KEY IS NOT LESS THAN emb-clave
                       INVALID KEY
                           MOVE 0 TO flag-emb
                       NOT INVALID KEY
                           MOVE 1 TO flag-emb
                   END-START
                   PERFORM UNTIL flag-emb = 0
                       READ EMBARGOS NEXT AT END
                           MOVE 0 TO flag-emb
                       NOT AT END
                           ADD 1 TO cant-embargos
                           DISPLAY emb-socio, " exp ",
                               emb-expediente, " $",
                               emb-importe, " fecha ",
                               emb-fecha, " estado ",
                               emb-estado
                       END-READ
                   END-PERFORM
                   CLOSE EMBARGOS
               END-IF.
               IF cant-embargos = 0
                   DISPLAY "No hay embargos registrados"
               END-IF.

      *    Modulo de cheques: las chequeras entregadas quedan
      *    registradas por socio, los cheques presentados al cobro
      *    debitan el saldo respetando descubierto y embargos, y los
      *    rechazados quedan en un registro propio con su conteo
      *    legal de rechazos por socio.
           1700-MENU-CHEQUES.
               PERFORM 310-INICIO.
               MOVE 9 TO opc-cheq.
               PERFORM UNTIL opc-cheq = 0
                   DISPLAY "CHEQUES: 1-Entregar chequera, "
                       "2-Presentar cheque al cobro, "
                       "3-Registrar rechazo formal, "
                       "4-Consultar socio, "
                       "5-Depositar cheque de tercero, "
                       "6-Orden de no pagar, 0-Volver"
                   ACCEPT opc-cheq
                   EVALUATE opc-cheq
                       WHEN 1
                           PERFORM 1710-ALTA-CHEQUERA
                       WHEN 2
                           PERFORM 1720-PRESENTAR-CHEQUE
                       WHEN 3
                           PERFORM 1730-RECHAZO-MANUAL
                       WHEN 4
                           PERFORM 1780-LISTAR-CHEQUES
                       WHEN 5
                           PERFORM 1790-DEPOSITAR-CHEQUE-TERCERO
                       WHEN 6
                           PERFORM 1785-ORDEN-NO-PAGAR
                   END-EVALUATE
               END-PERFORM.
               PERFORM 350-FIN.

           1710-ALTA-CHEQUERA.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT cheq-socio-aux.
               MOVE cheq-socio-aux TO soc-cod.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
               NOT INVALID KEY
                   IF NOT soc-activo
                       DISPLAY "El socio no esta activo - no se "
                           "entrega chequera"
                   ELSE
                       MOVE cheq-socio-aux TO cheq-socio
                       DISPLAY "Numero de cheque DESDE."
                       ACCEPT cheq-desde
                       DISPLAY "Numero de cheque HASTA."
                       ACCEPT cheq-hasta
                       IF cheq-hasta < cheq-desde
                           DISPLAY "Rango invalido - alta cancelada"
                       ELSE
                           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
                           MOVE ws-fecha-hoy TO cheq-fecha-entrega
                           SET cheq-vigente TO TRUE
                           OPEN EXTEND CHEQUERAS
                           IF cheq-fileStatus NOT = "00"
                               OPEN OUTPUT CHEQUERAS
                           END-IF
                           WRITE cheq-reg
                           CLOSE CHEQUERAS
                           MOVE cheq-socio-aux TO cod-aux
                           MOVE "CHEQUERA-ALTA" TO aud-operacion
                           MOVE cheq-desde TO aud-valor-antes
                           MOVE cheq-hasta TO aud-valor-despues
                           PERFORM 950-GRABAR-AUDITORIA
                           DISPLAY "Chequera registrada"
                       END-IF
                   END-IF
               END-READ.

      *    Clearing de un cheque presentado: si el socio tiene
      *    embargo activo o el debito supera el descubierto, el
      *    cheque rebota y queda asentado en el registro de
      *    rechazados con su causal.
           1720-PRESENTAR-CHEQUE.
               DISPLAY "Ingrese cod. del socio librador."
               ACCEPT cheq-socio-aux.
               DISPLAY "Ingrese numero de cheque."
               ACCEPT cheq-nro-aux.
               DISPLAY "Ingrese importe del cheque."
               ACCEPT cheq-importe-aux.
               MOVE cheq-socio-aux TO soc-cod.
               MOVE cheq-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
               NOT INVALID KEY
                   PERFORM 1740-VALIDAR-NRO-CHEQUE
                   IF flag-cheq-valido = 0
                       DISPLAY "El cheque ", cheq-nro-aux, " no "
                           "pertenece a una chequera vigente del "
                           "socio ", cheq-socio-aux
                   ELSE
                       PERFORM 1750-VERIFICAR-PAGADO
                       IF flag-cheq-pagado = 1
                           DISPLAY "El cheque ", cheq-nro-aux,
                               " ya fue pagado - presentacion "
                               "rechazada"
                       ELSE
                           PERFORM 1745-VERIFICAR-NO-PAGAR
                           IF flag-onp = 1
                               MOVE "N" TO chrch-computa-aux
                               PERFORM 1760-REGISTRAR-RECHAZO
                           ELSE
                               PERFORM 1725-CLEARING-CHEQUE
                           END-IF
                       END-IF
                   END-IF
               END-READ.

           1725-CLEARING-CHEQUE.
               MOVE cheq-importe-aux TO ws-aut-importe.
               PERFORM 295-AUTORIZAR-DEBITO.
               EVALUATE ws-aut-resultado
                   WHEN "E"
                       MOVE "EMBARGO JUDICIAL" TO cheq-motivo-aux
                   WHEN "D"
                       MOVE "SIN FONDOS" TO cheq-motivo-aux
                   WHEN "L"
                       MOVE "TOPE DIARIO" TO cheq-motivo-aux
                   WHEN "S"
                       MOVE "SOCIO NO ACTIVO" TO cheq-motivo-aux
                   WHEN "X"
                       MOVE "LEGAJO INCOMPLETO" TO cheq-motivo-aux
               END-EVALUATE.
               IF ws-aut-resultado NOT = "A"
                   MOVE "S" TO chrch-computa-aux
                   PERFORM 1760-REGISTRAR-RECHAZO
               ELSE
                   COMPUTE saldo-nuevo =
                       soc-saldo - cheq-importe-aux
                   MOVE "CHEQUE-PAGO" TO aud-operacion
                   MOVE soc-saldo TO aud-valor-antes
                   MOVE saldo-nuevo TO soc-saldo
                   MOVE SPACES TO aud-valor-despues
                   STRING soc-saldo    DELIMITED BY SIZE
                          "|CHQ"       DELIMITED BY SIZE
                          cheq-nro-aux DELIMITED BY SIZE
                          INTO aud-valor-despues
                   PERFORM 546-ACTUALIZAR-FECHA-ROJO
                   REWRITE soc-reg
                   PERFORM 950-GRABAR-AUDITORIA
                   MOVE "CHEQUE-PAGO" TO mov-concepto-aux
                   COMPUTE mov-importe-aux =
                       0 - cheq-importe-aux
                   PERFORM 955-GRABAR-MOVIMIENTO
                   MOVE cheq-socio-aux TO chpag-socio
                   MOVE cheq-nro-aux TO chpag-cheque
                   MOVE cheq-importe-aux TO chpag-importe
                   ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
                   MOVE ws-fecha-hoy TO chpag-fecha
                   OPEN EXTEND CHEQUES-PAGADOS
                   IF chpag-fileStatus NOT = "00"
                       OPEN OUTPUT CHEQUES-PAGADOS
                   END-IF
                   WRITE chpag-reg
                   CLOSE CHEQUES-PAGADOS
                   DISPLAY "Cheque ", cheq-nro-aux, " pagado"
               END-IF.

      *    Rechazo por defecto formal (firma, fecha, endoso): lo
      *    carga el operador con la causal a la vista.
           1730-RECHAZO-MANUAL.
               DISPLAY "Ingrese cod. del socio librador."
               ACCEPT cheq-socio-aux.
               MOVE cheq-socio-aux TO soc-cod.
               MOVE cheq-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
               NOT INVALID KEY
                   DISPLAY "Ingrese numero de cheque."
                   ACCEPT cheq-nro-aux
                   DISPLAY "Ingrese importe del cheque."
                   ACCEPT cheq-importe-aux
                   DISPLAY "Ingrese motivo del rechazo."
                   ACCEPT cheq-motivo-aux
                   MOVE "S" TO chrch-computa-aux
                   PERFORM 1760-REGISTRAR-RECHAZO
               END-READ.

           1740-VALIDAR-NRO-CHEQUE.
               MOVE 0 TO flag-cheq-valido.
               OPEN INPUT CHEQUERAS.
               IF cheq-fileStatus = "00"
                   MOVE 1 TO flag-cheq
                   PERFORM UNTIL flag-cheq = 0
                       READ CHEQUERAS AT END
                           MOVE 0 TO flag-cheq
                       NOT AT END
                           IF cheq-socio = cheq-socio-aux AND
                               cheq-vigente AND
                               cheq-nro-aux >= cheq-desde AND
                               cheq-nro-aux <= cheq-hasta
                               MOVE 1 TO flag-cheq-valido
                               MOVE 0 TO flag-cheq
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHEQUERAS
               END-IF.

      *    Orden de no pagar vigente (no anulada ni vencida) que
      *    cubra el cheque: deja en cheq-motivo-aux la causal con la
      *    que se rechaza.
           1745-VERIFICAR-NO-PAGAR.
               MOVE 0 TO flag-onp.
               OPEN INPUT ORDENES-NO-PAGAR.
               IF onp-fileStatus = "00"
                   MOVE 1 TO flag-cheq
                   PERFORM UNTIL flag-cheq = 0
                       READ ORDENES-NO-PAGAR AT END
                           MOVE 0 TO flag-cheq
                       NOT AT END
                           IF onp-socio = cheq-socio-aux AND
                               onp-vigente AND
                               onp-vence >= ws-fecha-negocio AND
                               cheq-nro-aux >= onp-desde AND
                               cheq-nro-aux <= onp-hasta
                               MOVE 1 TO flag-onp
                               MOVE 0 TO flag-cheq
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ORDENES-NO-PAGAR
               END-IF.
               IF flag-onp = 1
                   EVALUATE TRUE
                       WHEN onp-extravio
                           MOVE "DENUNCIA EXTRAVIO" TO cheq-motivo-aux
                       WHEN onp-robo
                           MOVE "DENUNCIA ROBO" TO cheq-motivo-aux
                       WHEN OTHER
                           MOVE "ORDEN NO PAGAR" TO cheq-motivo-aux
                   END-EVALUATE
               END-IF.

           1750-VERIFICAR-PAGADO.
               MOVE 0 TO flag-cheq-pagado.
               OPEN INPUT CHEQUES-PAGADOS.
               IF chpag-fileStatus = "00"
                   MOVE 1 TO flag-cheq
                   PERFORM UNTIL flag-cheq = 0
                       READ CHEQUES-PAGADOS AT END
                           MOVE 0 TO flag-cheq
                       NOT AT END
                           IF chpag-socio = cheq-socio-aux AND
                               chpag-cheque = cheq-nro-aux
                               MOVE 1 TO flag-cheq-pagado
                               MOVE 0 TO flag-cheq
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHEQUES-PAGADOS
               END-IF.

           1760-REGISTRAR-RECHAZO.
               MOVE cheq-socio-aux TO chrch-socio.
               MOVE cheq-nro-aux TO chrch-cheque.
               MOVE cheq-importe-aux TO chrch-importe.
               ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
               MOVE ws-fecha-hoy TO chrch-fecha.
               MOVE cheq-motivo-aux TO chrch-motivo.
               MOVE chrch-computa-aux TO chrch-computa.
               OPEN EXTEND CHEQUES-RECHAZADOS.
               IF chrch-fileStatus NOT = "00"
                   OPEN OUTPUT CHEQUES-RECHAZADOS
               END-IF.
               WRITE chrch-reg.
               CLOSE CHEQUES-RECHAZADOS.
               MOVE cheq-socio-aux TO cod-aux.
               MOVE "CHEQUE-RECH" TO aud-operacion.
               MOVE cheq-nro-aux TO aud-valor-antes.
               MOVE cheq-motivo-aux TO aud-valor-despues.
               PERFORM 950-GRABAR-AUDITORIA.
               PERFORM 1770-CONTAR-RECHAZOS.
               DISPLAY "CHEQUE RECHAZADO - motivo: ",
                   FUNCTION TRIM(cheq-motivo-aux).
               IF chrch-computa-aux = "N"
                   DISPLAY "El rechazo no computa para el librador"
               END-IF.
               DISPLAY "Rechazos acumulados del socio ",
                   cheq-socio-aux, ": ", cant-rechazos-soc.
               IF cant-rechazos-soc >= 3
                   DISPLAY "*** ATENCION: el socio alcanzo el "
                       "limite legal de rechazos - corresponde "
                       "inhabilitar la cuenta corriente ***"
               END-IF.

           1770-CONTAR-RECHAZOS.
               MOVE 0 TO cant-rechazos-soc.
               OPEN INPUT CHEQUES-RECHAZADOS.
               IF chrch-fileStatus = "00"
                   MOVE 1 TO flag-cheq
                   PERFORM UNTIL flag-cheq = 0
                       READ CHEQUES-RECHAZADOS AT END
                           MOVE 0 TO flag-cheq
                       NOT AT END
                           IF chrch-socio = cheq-socio-aux AND
                               NOT chrch-no-computa
                               ADD 1 TO cant-rechazos-soc
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHEQUES-RECHAZADOS
               END-IF.

           1780-LISTAR-CHEQUES.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT cheq-socio-aux.
               DISPLAY "CHEQUERAS DEL SOCIO ", cheq-socio-aux.
               OPEN INPUT CHEQUERAS.
               IF cheq-fileStatus = "00"
                   MOVE 1 TO flag-cheq
                   PERFORM UNTIL flag-cheq = 0
                       READ CHEQUERAS AT END
                           MOVE 0 TO flag-cheq
                       NOT AT END
                           IF cheq-socio = cheq-socio-aux
                               DISPLAY "  Cheques ", cheq-desde,
                                   " a ", cheq-hasta, " entregada ",
                                   cheq-fecha-entrega, " estado ",
                                   cheq-estado
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHEQUERAS
               END-IF.
               DISPLAY "CHEQUES RECHAZADOS DEL SOCIO ",
                   cheq-socio-aux.
               OPEN INPUT CHEQUES-RECHAZADOS.
               IF chrch-fileStatus = "00"
                   MOVE 1 TO flag-cheq
                   PERFORM UNTIL flag-cheq = 0
                       READ CHEQUES-RECHAZADOS AT END
                           MOVE 0 TO flag-cheq
                       NOT AT END
                           IF chrch-socio = cheq-socio-aux
                               DISPLAY "  Cheque ", chrch-cheque,
                                   " $", chrch-importe, " fecha ",
                                   chrch-fecha, " motivo ",
                                   chrch-motivo
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHEQUES-RECHAZADOS
               END-IF.
               PERFORM 1770-CONTAR-RECHAZOS.
               DISPLAY "Total de rechazos computados: ",
                   cant-rechazos-soc.
               DISPLAY "CHEQUES DE TERCEROS DEPOSITADOS POR EL SOCIO ",
                   cheq-socio-aux.
               OPEN INPUT CHEQUES-CUSTODIA.
               IF chcus-fileStatus = "00"
                   MOVE 1 TO flag-cheq
                   PERFORM UNTIL flag-cheq = 0
                       READ CHEQUES-CUSTODIA AT END
                           MOVE 0 TO flag-cheq
                       NOT AT END
                           IF chcus-socio = cheq-socio-aux
                               DISPLAY "  Banco ", chcus-banco,
                                   " cheque ", chcus-cheque, " $",
                                   chcus-importe, " pago ",
                                   chcus-fecha-pago, " estado ",
                                   chcus-estado
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHEQUES-CUSTODIA
               END-IF.
               MOVE cheq-socio-aux TO soc-cod.
               PERFORM 1795-SUMAR-VALORES-CUSTODIA.
               DISPLAY "Valores al cobro (no acreditados): $",
                   ws-valores-custodia.
               DISPLAY "ORDENES DE NO PAGAR DEL SOCIO ",
                   cheq-socio-aux.
               OPEN INPUT ORDENES-NO-PAGAR.
               IF onp-fileStatus = "00"
                   MOVE 1 TO flag-cheq
                   PERFORM UNTIL flag-cheq = 0
                       READ ORDENES-NO-PAGAR AT END
                           MOVE 0 TO flag-cheq
                       NOT AT END
                           IF onp-socio = cheq-socio-aux
                               DISPLAY "  Cheques ", onp-desde,
                                   " a ", onp-hasta, " motivo ",
                                   onp-motivo, " desde ", onp-fecha,
                                   " vence ", onp-vence, " estado ",
                                   onp-estado
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ORDENES-NO-PAGAR
               END-IF.

      *    Orden de no pagar por perdida o robo de la chequera o de
      *    un cheque, o por disputa con el tenedor. El rango tiene
      *    que estar dentro de una chequera vigente del socio. La
      *    comision sale de la tabla de comisiones.
           1785-ORDEN-NO-PAGAR.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT cheq-socio-aux.
               MOVE cheq-socio-aux TO soc-cod.
               MOVE cheq-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
               NOT INVALID KEY
                   PERFORM 1786-INGRESAR-ORDEN
               END-READ.

           1786-INGRESAR-ORDEN.
               DISPLAY "Cheque DESDE."
               ACCEPT onp-desde-aux.
               DISPLAY "Cheque HASTA (0 = un solo cheque)."
               ACCEPT onp-hasta-aux.
               IF onp-hasta-aux = 0
                   MOVE onp-desde-aux TO onp-hasta-aux
               END-IF.
               DISPLAY "Motivo: E-Extravio, R-Robo, D-Disputa."
               ACCEPT onp-motivo-aux.
               MOVE FUNCTION UPPER-CASE(onp-motivo-aux)
                   TO onp-motivo-aux.
               DISPLAY "Dias de vigencia (0 = 180)."
               ACCEPT onp-dias-aux.
               IF onp-dias-aux = 0
                   MOVE 180 TO onp-dias-aux
               END-IF.
               MOVE 1 TO flag-cheq-valido.
               IF onp-hasta-aux < onp-desde-aux
                   DISPLAY "Rango invalido - orden cancelada"
                   MOVE 0 TO flag-cheq-valido
               END-IF.
               IF flag-cheq-valido = 1 AND
                   onp-motivo-aux NOT = "E" AND
                   onp-motivo-aux NOT = "R" AND
                   onp-motivo-aux NOT = "D"
                   DISPLAY "Motivo invalido - orden cancelada"
                   MOVE 0 TO flag-cheq-valido
               END-IF.
               IF flag-cheq-valido = 1
                   MOVE onp-desde-aux TO cheq-nro-aux
                   PERFORM 1740-VALIDAR-NRO-CHEQUE
                   IF flag-cheq-valido = 1
                       MOVE onp-hasta-aux TO cheq-nro-aux
                       PERFORM 1740-VALIDAR-NRO-CHEQUE
                   END-IF
                   IF flag-cheq-valido = 0
                       DISPLAY "El rango no pertenece a una chequera "
                           "vigente del socio - orden cancelada"
                   END-IF
               END-IF.
               IF flag-cheq-valido = 1
                   PERFORM 1787-GRABAR-ORDEN
               END-IF.

           1787-GRABAR-ORDEN.
               MOVE cheq-socio-aux TO onp-socio.
               MOVE onp-desde-aux TO onp-desde.
               MOVE onp-hasta-aux TO onp-hasta.
               MOVE onp-motivo-aux TO onp-motivo.
               MOVE ws-fecha-negocio TO onp-fecha.
               COMPUTE onp-vence = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-fecha-negocio)
                   + onp-dias-aux).
               SET onp-vigente TO TRUE.
               MOVE ws-operador-id TO onp-operador.
               OPEN EXTEND ORDENES-NO-PAGAR.
               IF onp-fileStatus NOT = "00"
                   OPEN OUTPUT ORDENES-NO-PAGAR
               END-IF.
               WRITE onp-reg.
               CLOSE ORDENES-NO-PAGAR.
               MOVE cheq-socio-aux TO cod-aux.
               MOVE "ORDEN-NOPAGAR" TO aud-operacion.
               MOVE SPACES TO aud-valor-antes.
               STRING onp-motivo-aux   DELIMITED BY SIZE
                      "|"              DELIMITED BY SIZE
                      onp-desde-aux    DELIMITED BY SIZE
                      "-"              DELIMITED BY SIZE
                      onp-hasta-aux    DELIMITED BY SIZE
                      INTO aud-valor-antes.
               MOVE SPACES TO aud-valor-despues.
               STRING "VENCE "         DELIMITED BY SIZE
                      onp-vence        DELIMITED BY SIZE
                      INTO aud-valor-despues.
               PERFORM 950-GRABAR-AUDITORIA.
               DISPLAY "Orden de no pagar registrada para los "
                   "cheques ", onp-desde-aux, " a ", onp-hasta-aux,
                   " hasta el ", onp-vence.
               MOVE "COM-NOPAGAR" TO ws-comi-concepto.
               PERFORM 285-COBRAR-COMISION.

      *    Deposito de un cheque librado contra otro banco, al dia o
      *    de pago diferido: NO toca soc-saldo. Queda en custodia
      *    como valor al cobro; GENERA-CLEARING lo presenta a la
      *    camara en su fecha de pago y PROCESA-CLEARING lo acredita
      *    o lo devuelve con la comision de rechazo.
           1790-DEPOSITAR-CHEQUE-TERCERO.
               DISPLAY "Ingrese cod. del socio depositante."
               ACCEPT cheq-socio-aux.
               MOVE cheq-socio-aux TO soc-cod.
               MOVE cheq-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
               NOT INVALID KEY
                   IF NOT soc-activo
                       DISPLAY "El socio no esta activo - no se "
                           "recibe el deposito"
                   ELSE
                       PERFORM 1791-INGRESAR-CHEQUE-TERCERO
                   END-IF
               END-READ.

           1791-INGRESAR-CHEQUE-TERCERO.
               DISPLAY "Codigo del banco girado."
               ACCEPT chcus-banco-aux.
               DISPLAY "Numero de cheque."
               ACCEPT chcus-cheque-aux.
               DISPLAY "Importe del cheque."
               ACCEPT cheq-importe-aux.
               DISPLAY "Fecha de pago AAAAMMDD (0 = al dia)."
               ACCEPT chcus-fecha-pago-aux.
               IF chcus-fecha-pago-aux = 0
                   MOVE ws-fecha-negocio TO chcus-fecha-pago-aux
               END-IF.
               IF chcus-banco-aux = 0 OR chcus-cheque-aux = 0 OR
                   cheq-importe-aux = 0
                   DISPLAY "Banco, numero e importe son "
                       "obligatorios - deposito cancelado"
               ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(chcus-fecha-pago-aux)
                   NOT = 0
                   DISPLAY "Fecha de pago invalida - deposito "
                       "cancelado"
               ELSE
                   COMPUTE ws-dias-cheque =
                       FUNCTION INTEGER-OF-DATE(chcus-fecha-pago-aux)
                       - FUNCTION INTEGER-OF-DATE(ws-fecha-negocio)
                   IF ws-dias-cheque < -30
                       DISPLAY "Cheque vencido: paso el plazo de "
                           "presentacion de 30 dias - deposito "
                           "cancelado"
                   ELSE
                   IF ws-dias-cheque > 360
                       DISPLAY "El pago diferido no puede superar "
                           "los 360 dias - deposito cancelado"
                   ELSE
                       PERFORM 1792-VERIFICAR-DUPLICADO
                       IF flag-chcus-dup = 1
                           DISPLAY "El cheque ", chcus-cheque-aux,
                               " del banco ", chcus-banco-aux,
                               " ya esta depositado - deposito "
                               "cancelado"
                       ELSE
                           PERFORM 1793-GRABAR-CUSTODIA
                       END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF.

           1792-VERIFICAR-DUPLICADO.
               MOVE 0 TO flag-chcus-dup.
               OPEN INPUT CHEQUES-CUSTODIA.
               IF chcus-fileStatus = "00"
                   MOVE 1 TO flag-cheq
                   PERFORM UNTIL flag-cheq = 0
                       READ CHEQUES-CUSTODIA AT END
                           MOVE 0 TO flag-cheq
                       NOT AT END
                           IF chcus-banco = chcus-banco-aux AND
                               chcus-cheque = chcus-cheque-aux AND
                               NOT chcus-rechazado
                               MOVE 1 TO flag-chcus-dup
                               MOVE 0 TO flag-cheq
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHEQUES-CUSTODIA
               END-IF.

           1793-GRABAR-CUSTODIA.
               MOVE cheq-socio-aux TO chcus-socio.
               MOVE chcus-banco-aux TO chcus-banco.
               MOVE chcus-cheque-aux TO chcus-cheque.
               MOVE cheq-importe-aux TO chcus-importe.
               MOVE chcus-fecha-pago-aux TO chcus-fecha-pago.
               MOVE ws-fecha-negocio TO chcus-fecha-deposito.
               SET chcus-en-custodia TO TRUE.
               MOVE ws-fecha-negocio TO chcus-fecha-estado.
               MOVE ws-operador-id TO chcus-operador.
               OPEN EXTEND CHEQUES-CUSTODIA.
               IF chcus-fileStatus NOT = "00"
                   OPEN OUTPUT CHEQUES-CUSTODIA
               END-IF.
               WRITE chcus-reg.
               CLOSE CHEQUES-CUSTODIA.
               MOVE cheq-socio-aux TO cod-aux.
               MOVE "CHEQUE-DEPOS" TO aud-operacion.
               MOVE soc-saldo TO aud-valor-antes.
               MOVE SPACES TO aud-valor-despues.
               STRING "VAL"                DELIMITED BY SIZE
                      cheq-importe-aux     DELIMITED BY SIZE
                      "|"                  DELIMITED BY SIZE
                      chcus-banco-aux      DELIMITED BY SIZE
                      "-"                  DELIMITED BY SIZE
                      chcus-cheque-aux     DELIMITED BY SIZE
                      INTO aud-valor-despues.
               PERFORM 950-GRABAR-AUDITORIA.
               PERFORM 1795-SUMAR-VALORES-CUSTODIA.
               DISPLAY "Cheque ", chcus-cheque-aux, " en custodia "
                   "hasta el ", chcus-fecha-pago-aux,
                   " - no se acredita al saldo".
               DISPLAY "Valores al cobro del socio: $",
                   ws-valores-custodia.

      *    Valores al cobro del socio en soc-cod: cheques en custodia
      *    o enviados a la camara que todavia no tienen respuesta.
           1795-SUMAR-VALORES-CUSTODIA.
               MOVE 0 TO ws-valores-custodia.
               MOVE 0 TO cant-valores-custodia.
               OPEN INPUT CHEQUES-CUSTODIA.
               IF chcus-fileStatus = "00"
                   MOVE 1 TO flag-cheq
                   PERFORM UNTIL flag-cheq = 0
                       READ CHEQUES-CUSTODIA AT END
                           MOVE 0 TO flag-cheq
                       NOT AT END
                           IF chcus-socio = soc-cod AND
                               (chcus-en-custodia OR chcus-enviado)
                               ADD chcus-importe
                                   TO ws-valores-custodia
                               ADD 1 TO cant-valores-custodia
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHEQUES-CUSTODIA
               END-IF.

      *    Apertura de deposito a plazo fijo: el capital sale del
      *    saldo a la vista (sin usar descubierto), el plazo queda
      *    asentado en plazosFijos.txt y el certificado va al spool
      *    con su entrada en el catalogo para poder reimprimirlo.
      *    La acreditacion al vencimiento la hace el batch
      *    VENCE-PLAZOFIJO.
           1800-ABRIR-PLAZO-FIJO.
               PERFORM 310-INICIO.
               PERFORM 1810-LEER-TASA-PF.
               IF ws-tasa-pf = 0
                   DISPLAY "ERROR: falta tasaPlazoFijo.txt - no se "
                       "puede abrir el plazo fijo"
               ELSE
                   PERFORM 1820-CAPTURA-PF
               END-IF.
               PERFORM 350-FIN.

           1810-LEER-TASA-PF.
               MOVE 0 TO ws-tasa-pf.
               OPEN INPUT TASA-PF.
               IF tpf-fileStatus = "00"
                   READ TASA-PF
                       AT END CONTINUE
                       NOT AT END MOVE tpf-tasa-mensual TO ws-tasa-pf
                   END-READ
                   CLOSE TASA-PF
               END-IF.

           1820-CAPTURA-PF.
               MOVE 1 TO flag-pf.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT pf-socio-aux.
               MOVE pf-socio-aux TO soc-cod.
               MOVE pf-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
                   MOVE 0 TO flag-pf
               NOT INVALID KEY
                   IF NOT soc-activo
                       DISPLAY "El socio no esta activo"
                       MOVE 0 TO flag-pf
                   END-IF
               END-READ.
               IF flag-pf = 1
                   DISPLAY "Ingrese capital a inmovilizar."
                   ACCEPT pf-capital-aux
                   IF pf-capital-aux = 0
                       DISPLAY "El capital debe ser mayor a cero"
                       MOVE 0 TO flag-pf
                   ELSE
                       IF soc-saldo < pf-capital-aux
                           DISPLAY "Saldo insuficiente: el plazo "
                               "fijo no se fondea con descubierto"
                           MOVE 0 TO flag-pf
                       END-IF
                   END-IF
               END-IF.
               IF flag-pf = 1
                   MOVE pf-capital-aux TO ws-oper-importe
                   PERFORM 280-IDENTIFICAR-OPERANTE
                   IF flag-operante = 0
                       MOVE 0 TO flag-pf
                   END-IF
               END-IF.
               IF flag-pf = 1
                   DISPLAY "Ingrese plazo en dias (30, 60, 90...)."
                   ACCEPT pf-dias-aux
                   IF pf-dias-aux < 30
                       DISPLAY "El plazo minimo es de 30 dias"
                       MOVE 0 TO flag-pf
                   END-IF
               END-IF.
               IF flag-pf = 1
                   PERFORM 1825-CAPTURA-INSTRUCCION
               END-IF.
               IF flag-pf = 1
                   PERFORM 1830-EJECUTAR-APERTURA
               END-IF.

      *    Instruccion permanente para el vencimiento, que cumple
      *    el batch VENCE-PLAZOFIJO renovando al plazo original.
           1825-CAPTURA-INSTRUCCION.
               MOVE 0 TO opc-pf.
               PERFORM UNTIL opc-pf >= 1 AND opc-pf <= 3
                   DISPLAY "Instruccion al vencimiento:"
                   DISPLAY "1 - Acreditar capital e interes en cuenta"
                   DISPLAY "2 - Renovar el capital y acreditar el "
                       "interes"
                   DISPLAY "3 - Renovar capital mas interes"
                   ACCEPT opc-pf
               END-PERFORM.
               EVALUATE opc-pf
                   WHEN 1
                       MOVE "P" TO pf-instruccion-aux
                   WHEN 2
                       MOVE "C" TO pf-instruccion-aux
                   WHEN 3
                       MOVE "I" TO pf-instruccion-aux
               END-EVALUATE.

           1830-EJECUTAR-APERTURA.
               MOVE pf-socio-aux TO pf-socio.
               MOVE pf-capital-aux TO pf-capital.
               MOVE ws-tasa-pf TO pf-tasa.
               ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
               MOVE ws-fecha-hoy TO pf-fecha-inicio.
               MOVE ws-fecha-hoy TO ws-fecha-hoy-num.
               COMPUTE ws-dia-entero-pf =
                   FUNCTION INTEGER-OF-DATE(ws-fecha-hoy-num) +
                   pf-dias-aux.
               MOVE FUNCTION DATE-OF-INTEGER(ws-dia-entero-pf)
                   TO pf-fecha-vto.
               SET pf-vigente TO TRUE.
               MOVE pf-instruccion-aux TO pf-instruccion.
               MOVE "PF-APERTURA" TO aud-operacion.
               MOVE soc-saldo TO aud-valor-antes.
               SUBTRACT pf-capital-aux FROM soc-saldo.
               MOVE soc-saldo TO aud-valor-despues.
               PERFORM 546-ACTUALIZAR-FECHA-ROJO.
               REWRITE soc-reg.
               PERFORM 950-GRABAR-AUDITORIA.
               MOVE "PF-APERTURA" TO mov-concepto-aux.
               COMPUTE mov-importe-aux = 0 - pf-capital-aux.
               PERFORM 955-GRABAR-MOVIMIENTO.
               OPEN EXTEND PLAZOS-FIJOS.
               IF pf-fileStatus NOT = "00"
                   OPEN OUTPUT PLAZOS-FIJOS
               END-IF.
               WRITE pf-reg.
               CLOSE PLAZOS-FIJOS.
               PERFORM 1840-CERTIFICADO-PF.
               DISPLAY "Plazo fijo abierto - vence el ",
                   pf-fecha-vto.

           1840-CERTIFICADO-PF.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ts-spool-pf.
               MOVE SPACES TO ws-nombre-spool-pf.
               STRING "..\spoolPlazoFijo_" DELIMITED BY SIZE
                      ws-ts-spool-pf       DELIMITED BY SIZE
                      ".txt"               DELIMITED BY SIZE
                      INTO ws-nombre-spool-pf.
               OPEN OUTPUT SPOOL-PF.
               MOVE ws-fecha-hoy TO l-spf-fecha.
               WRITE spf-linea FROM spf-cert-lin1.
               MOVE pf-socio TO l-spf-socio.
               MOVE soc-nom TO l-spf-nom.
               WRITE spf-linea FROM spf-cert-lin2.
               MOVE pf-capital TO l-spf-capital.
               MOVE pf-tasa TO l-spf-tasa.
               WRITE spf-linea FROM spf-cert-lin3.
               MOVE pf-fecha-vto TO l-spf-vto.
               WRITE spf-linea FROM spf-cert-lin4.
               EVALUATE TRUE
                   WHEN pf-inst-renovar-capital
                       MOVE "RENUEVA CAPITAL" TO l-spf-instruccion
                   WHEN pf-inst-renovar-todo
                       MOVE "RENUEVA CAPITAL MAS INTERES"
                           TO l-spf-instruccion
                   WHEN OTHER
                       MOVE "SE ACREDITA EN CUENTA"
                           TO l-spf-instruccion
               END-EVALUATE.
               WRITE spf-linea FROM spf-cert-lin5.
               CLOSE SPOOL-PF.
               OPEN EXTEND CATALOGO.
               IF cat-fileStatus NOT = "00"
                   OPEN OUTPUT CATALOGO
               END-IF.
               MOVE ws-ts-spool-pf TO cat-fecha-hora.
               MOVE "ABM-SOCIOS" TO cat-programa.
               MOVE ws-nombre-spool-pf TO cat-archivo.
               MOVE 1 TO cat-paginas.
               WRITE cat-reg.
               CLOSE CATALOGO.
               DISPLAY "Certificado en spool: ",
                   FUNCTION TRIM(ws-nombre-spool-pf).

      *    Precancelacion: se devuelve el capital menos la
      *    penalidad (clave PF-PENALIDAD, % sobre el capital) y sin
      *    interes; el plazo queda cancelado, no pagado, para que el
      *    batch de vencimientos no lo vuelva a acreditar.
           1850-PRECANCELAR-PF.
               PERFORM 310-INICIO.
               PERFORM 1855-LEER-PENALIDAD.
               IF ws-par-resultado NOT = "O"
                   DISPLAY "ERROR: falta la clave PF-PENALIDAD en el "
                       "maestro de parametros - no se precancela"
               ELSE
                   PERFORM 1860-ELEGIR-PF
                   IF flag-pf = 1
                       PERFORM 1870-EJECUTAR-PRECANCELACION
                   END-IF
               END-IF.
               PERFORM 350-FIN.

           1855-LEER-PENALIDAD.
               MOVE "PF-PENALIDAD" TO ws-par-clave.
               MOVE ws-fecha-negocio TO ws-par-fecha.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-tasa-penal
               END-IF.

           1860-ELEGIR-PF.
               MOVE 1 TO flag-pf.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT pf-socio-aux.
               MOVE pf-socio-aux TO soc-cod.
               MOVE pf-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
                   MOVE 0 TO flag-pf
               END-READ.
               IF flag-pf = 1
                   MOVE 0 TO pf-cant-vig
                   OPEN INPUT PLAZOS-FIJOS
                   IF pf-fileStatus = "00"
                       MOVE 1 TO flag-pf-lee
                       PERFORM UNTIL flag-pf-lee = 0
                           READ PLAZOS-FIJOS AT END
                               MOVE 0 TO flag-pf-lee
                           NOT AT END
                               IF pf-socio = pf-socio-aux
                                   AND pf-vigente
                                   ADD 1 TO pf-cant-vig
                                   DISPLAY pf-cant-vig, " - Capital $",
                                       pf-capital, " desde ",
                                       pf-fecha-inicio, " vence ",
                                       pf-fecha-vto
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE PLAZOS-FIJOS
                   END-IF
                   IF pf-cant-vig = 0
                       DISPLAY "El socio no tiene plazos fijos "
                           "vigentes"
                       MOVE 0 TO flag-pf
                   END-IF
               END-IF.
               IF flag-pf = 1
                   DISPLAY "Numero de plazo fijo a precancelar "
                       "(0 = ninguno):"
                   ACCEPT pf-sel-aux
                   IF pf-sel-aux = 0 OR pf-sel-aux > pf-cant-vig
                       DISPLAY "Precancelacion anulada"
                       MOVE 0 TO flag-pf
                   END-IF
               END-IF.
               IF flag-pf = 1
                   MOVE 0 TO ws-oper-importe
                   PERFORM 280-IDENTIFICAR-OPERANTE
                   IF flag-operante = 0
                       MOVE 0 TO flag-pf
                   END-IF
               END-IF.

           1870-EJECUTAR-PRECANCELACION.
               MOVE 0 TO pf-cant-vig.
               OPEN I-O PLAZOS-FIJOS.
               MOVE 1 TO flag-pf-lee.
               PERFORM UNTIL flag-pf-lee = 0
                   READ PLAZOS-FIJOS AT END
                       MOVE 0 TO flag-pf-lee
                   NOT AT END
                       IF pf-socio = pf-socio-aux AND pf-vigente
                           ADD 1 TO pf-cant-vig
                           IF pf-cant-vig = pf-sel-aux
                               MOVE 0 TO flag-pf-lee
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM.
               IF pf-cant-vig NOT = pf-sel-aux
                   DISPLAY "El plazo fijo elegido ya no esta vigente"
                   MOVE 2 TO opc-pf
               ELSE
                   COMPUTE pf-penalidad ROUNDED =
                       pf-capital * ws-tasa-penal / 100
                   IF pf-penalidad > pf-capital
                       MOVE pf-capital TO pf-penalidad
                   END-IF
                   COMPUTE pf-neto = pf-capital - pf-penalidad
                   DISPLAY "Capital $", pf-capital, " - penalidad $",
                       pf-penalidad, " - neto a acreditar $", pf-neto
                   DISPLAY "Confirma? 1-Si, 2-No"
                   ACCEPT opc-pf
               END-IF.
               IF opc-pf NOT = 1
                   DISPLAY "Precancelacion anulada"
               ELSE
               IF (soc-saldo + pf-neto) > 999999.99
                   DISPLAY "La acreditacion excederia el saldo maximo"
                       " - no se precancela"
               ELSE
                   SET pf-cancelado TO TRUE
                   REWRITE pf-reg
                   MOVE "PF-PRECANCEL" TO aud-operacion
                   MOVE soc-saldo TO aud-valor-antes
                   ADD pf-neto TO soc-saldo
                   MOVE soc-saldo TO aud-valor-despues
                   PERFORM 546-ACTUALIZAR-FECHA-ROJO
                   REWRITE soc-reg
                   PERFORM 950-GRABAR-AUDITORIA
                   MOVE "PF-PRECANCEL" TO mov-concepto-aux
                   MOVE pf-neto TO mov-importe-aux
                   PERFORM 955-GRABAR-MOVIMIENTO
                   DISPLAY "Plazo fijo precancelado - se acreditaron $"
                       , pf-neto
               END-IF
               END-IF.
               CLOSE PLAZOS-FIJOS.

           1100-TRANSFERENCIA.
               PERFORM 310-INICIO.
               PERFORM 1110-INGRESO-TRANSF.
               IF flag-transf = 1
                   PERFORM 1130-EJECUTAR-TRANSF
               END-IF.
               PERFORM 350-FIN.

           1110-INGRESO-TRANSF.
               MOVE 1 TO flag-transf.
               DISPLAY "Ingrese cod. del socio ORIGEN."
               ACCEPT transf-origen.
               MOVE transf-origen TO soc-cod.
               PERFORM 1120-VALIDAR-SOCIO-TRANSF.
               IF flag-transf = 1
                   DISPLAY "Ingrese cod. del socio DESTINO."
                   ACCEPT transf-destino
                   IF transf-destino = transf-origen
                       DISPLAY "El destino debe ser distinto del origen"
                       MOVE 0 TO flag-transf
                   ELSE
                       MOVE transf-destino TO soc-cod
                       PERFORM 1120-VALIDAR-SOCIO-TRANSF
                   END-IF
               END-IF.
               IF flag-transf = 1
                   DISPLAY "Ingrese importe a transferir."
                   ACCEPT transf-importe
                   IF transf-importe = 0
                       DISPLAY "El importe debe ser mayor a cero"
                       MOVE 0 TO flag-transf
                   END-IF
               END-IF.
               IF flag-transf = 1
                   COMPUTE saldo-nuevo = soc-saldo + transf-importe
                   IF saldo-nuevo > 999999.99
                       DISPLAY "El saldo del destino excederia el "
                           "maximo representable - cancelada"
                       MOVE 0 TO flag-transf
                   END-IF
               END-IF.
               IF flag-transf = 1
                   MOVE transf-origen TO soc-cod
                   READ SOCIOS
                   MOVE transf-importe TO ws-oper-importe
                   PERFORM 280-IDENTIFICAR-OPERANTE
                   IF flag-operante = 0
                       MOVE 0 TO flag-transf
                   END-IF
               END-IF.
               IF flag-transf = 1
                   MOVE transf-importe TO ws-aut-importe
                   PERFORM 295-AUTORIZAR-DEBITO
                   IF ws-aut-resultado NOT = "A"
                       MOVE transf-origen TO cod-aux
                       COMPUTE saldo-aux = 0 - transf-importe
                       PERFORM 296-RECHAZO-AUTORIZACION
                       MOVE 0 TO flag-transf
                   END-IF
               END-IF.

           1120-VALIDAR-SOCIO-TRANSF.
               READ SOCIOS INVALID KEY
                   DISPLAY "El socio ", soc-cod, " no existe"
                   MOVE 0 TO flag-transf
               NOT INVALID KEY
                   IF NOT soc-activo
                       DISPLAY "El socio ", soc-cod, " no esta activo"
                       MOVE 0 TO flag-transf
                   END-IF
               END-READ.

      *    Debito y credito salen juntos bajo una misma referencia,
      *    que queda en auditoria en las dos patas.
           1130-EJECUTAR-TRANSF.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ws-ref-transf.
               MOVE transf-origen TO soc-cod.
               MOVE transf-origen TO cod-aux.
               READ SOCIOS.
               MOVE "TRANSF-DEB" TO aud-operacion.
               MOVE soc-saldo TO aud-valor-antes.
               SUBTRACT transf-importe FROM soc-saldo.
               PERFORM 546-ACTUALIZAR-FECHA-ROJO.
               MOVE SPACES TO aud-valor-despues.
               STRING soc-saldo      DELIMITED BY SIZE
                      "|REF"         DELIMITED BY SIZE
                      ws-ref-transf  DELIMITED BY SIZE
                      INTO aud-valor-despues.
               REWRITE soc-reg.
               PERFORM 950-GRABAR-AUDITORIA.
               MOVE "TRANSF-DEB" TO mov-concepto-aux.
               COMPUTE mov-importe-aux = 0 - transf-importe.
               PERFORM 955-GRABAR-MOVIMIENTO.
               MOVE "COM-TRANSF" TO ws-comi-concepto.
               PERFORM 285-COBRAR-COMISION.
               MOVE transf-destino TO soc-cod.
               MOVE transf-destino TO cod-aux.
               READ SOCIOS.
               MOVE "TRANSF-CRED" TO aud-operacion.
               MOVE soc-saldo TO aud-valor-antes.
               ADD transf-importe TO soc-saldo.
               PERFORM 546-ACTUALIZAR-FECHA-ROJO.
               MOVE SPACES TO aud-valor-despues.
               STRING soc-saldo      DELIMITED BY SIZE
                      "|REF"         DELIMITED BY SIZE
                      ws-ref-transf  DELIMITED BY SIZE
                      INTO aud-valor-despues.
               REWRITE soc-reg.
               PERFORM 950-GRABAR-AUDITORIA.
               MOVE "TRANSF-CRED" TO mov-concepto-aux.
               MOVE transf-importe TO mov-importe-aux.
               PERFORM 955-GRABAR-MOVIMIENTO.
               DISPLAY "Transferencia realizada - referencia ",
                   ws-ref-transf.

      *    Tratamiento de socios fallecidos: el estado "F" frena
      *    todos los debitos (la rutina de autorizacion solo deja
      *    pasar estado "A", lo que alcanza a mostrador, cheques,
      *    transferencias y a la cuota de mantenimiento que solo
      *    cobra activos); el legajo y los herederos declarados
      *    quedan en el registro sucesorio y el pago a herederos es
      *    una funcion supervisada con rastro completo.
           1900-MENU-FALLECIDOS.
               PERFORM 310-INICIO.
               MOVE 9 TO opc-fall.
               PERFORM UNTIL opc-fall = 0
                   DISPLAY "FALLECIDOS: 1-Marcar fallecido y abrir "
                       "legajo, 2-Declarar heredero, 3-Consultar "
                       "sucesion, 4-Pago a herederos, 0-Volver"
                   ACCEPT opc-fall
                   EVALUATE opc-fall
                       WHEN 1
                           PERFORM 1910-MARCAR-FALLECIDO
                       WHEN 2
                           PERFORM 1920-DECLARAR-HEREDERO
                       WHEN 3
                           PERFORM 1930-CONSULTAR-SUCESION
                       WHEN 4
                           PERFORM 1940-PAGO-HEREDEROS
                   END-EVALUATE
               END-PERFORM.
               PERFORM 350-FIN.

           1910-MARCAR-FALLECIDO.
               DISPLAY "Ingrese cod. del socio fallecido."
               ACCEPT fall-socio-aux.
               MOVE fall-socio-aux TO soc-cod.
               MOVE fall-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
               NOT INVALID KEY
                   IF soc-fallecido
                       DISPLAY "El socio ya figura como fallecido"
                   ELSE
                   IF soc-baja
                       DISPLAY "El socio esta dado de baja - revise "
                           "el legajo con el supervisor"
                   ELSE
                       DISPLAY "Numero de expediente sucesorio:"
                       ACCEPT fall-expediente
                       DISPLAY "Fecha de fallecimiento AAAAMMDD "
                           "(0 = hoy):"
                       ACCEPT fall-fecha
                       IF fall-fecha = 0
                           MOVE ws-fecha-negocio TO fall-fecha
                       END-IF
                       DISPLAY "Confirma marcar FALLECIDO al socio ",
                           soc-cod, " - ", soc-nom, "? 1-Si, 2-No"
                       ACCEPT flag-mod
                       PERFORM UNTIL (flag-mod = 1) OR (flag-mod = 2)
                           DISPLAY "Opcion Invalida"
                           ACCEPT flag-mod
                       END-PERFORM
                       IF flag-mod = 1
                           MOVE "FALLECIDO" TO aud-operacion
                           MOVE soc-estado TO aud-valor-antes
                           SET soc-fallecido TO TRUE
                           MOVE fall-expediente TO aud-valor-despues
                           REWRITE soc-reg
                           PERFORM 950-GRABAR-AUDITORIA
                           MOVE fall-socio-aux TO suc-socio
                           MOVE fall-expediente TO suc-expediente
                           MOVE SPACES TO suc-heredero
                           MOVE 0 TO suc-dni
                           MOVE 0 TO suc-porcentaje
                           PERFORM 1915-GRABAR-SUCESION
                           DISPLAY "Socio marcado fallecido - todos "
                               "los debitos quedan bloqueados"
                           PERFORM 1916-SINIESTRAR-PRESTAMOS
                           MOVE fall-socio-aux TO cod-aux
                           PERFORM 447-REINTEGRO-CAPITAL
                       END-IF
                   END-IF
                   END-IF
               END-READ.

           1915-GRABAR-SUCESION.
               OPEN EXTEND SUCESIONES.
               IF suc-fileStatus NOT = "00"
                   OPEN OUTPUT SUCESIONES
               END-IF.
               WRITE suc-reg.
               CLOSE SUCESIONES.

      *    Los prestamos activos del fallecido pasan a siniestro: la
      *    cobranza deja de tomarlos (no se cobra a la sucesion) y
      *    el saldo deudor a la fecha del fallecimiento se denuncia
      *    a la aseguradora del seguro de saldo deudor.
           1916-SINIESTRAR-PRESTAMOS.
               MOVE 0 TO cant-tsi.
               OPEN I-O PRESTAMOS.
               IF pre-fileStatus = "00"
                   MOVE 1 TO flag-fall
                   PERFORM UNTIL flag-fall = 0
                       READ PRESTAMOS AT END
                           MOVE 0 TO flag-fall
                       NOT AT END
                           IF pre-socio = fall-socio-aux AND
                               pre-activo AND cant-tsi < 20
                               SET pre-siniestro TO TRUE
                               REWRITE pre-reg
                               ADD 1 TO cant-tsi
                               MOVE pre-nro TO tsi-nro(cant-tsi)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRESTAMOS
               END-IF.
               PERFORM VARYING idx-tsi FROM 1 BY 1
                       UNTIL idx-tsi > cant-tsi
                   PERFORM 1917-RECLAMO-SEGURO
               END-PERFORM.
               IF cant-tsi > 0
                   DISPLAY cant-tsi, " prestamo(s) pasados a "
                       "siniestro - denuncia en ..\reclamosSeguro.txt"
               END-IF.

      *    Saldo deudor: capital de las cuotas impagas mas el
      *    interes de las vencidas al dia del fallecimiento.
           1917-RECLAMO-SEGURO.
               MOVE tsi-nro(idx-tsi) TO rcl-prestamo.
               MOVE fall-socio-aux TO rcl-socio.
               MOVE fall-expediente TO rcl-expediente.
               MOVE fall-fecha TO rcl-fecha-fallecimiento.
               MOVE ws-fecha-negocio TO rcl-fecha-denuncia.
               MOVE 0 TO rcl-cuotas-impagas.
               MOVE 0 TO rcl-capital.
               MOVE 0 TO rcl-interes.
               OPEN INPUT CUOTAS-PRESTAMO.
               IF cup-fileStatus = "00"
                   MOVE 1 TO flag-fall
                   PERFORM UNTIL flag-fall = 0
                       READ CUOTAS-PRESTAMO AT END
                           MOVE 0 TO flag-fall
                       NOT AT END
                           IF cup-prestamo = tsi-nro(idx-tsi) AND
                               (cup-estado = "P" OR cup-estado = "M")
                               ADD 1 TO rcl-cuotas-impagas
                               ADD cup-capital TO rcl-capital
                               IF cup-vto <= fall-fecha
                                   ADD cup-interes TO rcl-interes
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUOTAS-PRESTAMO
               END-IF.
               COMPUTE rcl-saldo-total = rcl-capital + rcl-interes.
               MOVE "P" TO rcl-estado.
               OPEN EXTEND RECLAMOS-SEGURO.
               IF rcl-fileStatus NOT = "00"
                   OPEN OUTPUT RECLAMOS-SEGURO
               END-IF.
               WRITE rcl-reg.
               CLOSE RECLAMOS-SEGURO.
               MOVE fall-socio-aux TO cod-aux.
               MOVE "SINIESTRO-PRE" TO aud-operacion.
               MOVE tsi-nro(idx-tsi) TO aud-valor-antes.
               MOVE rcl-saldo-total TO aud-valor-despues.
               PERFORM 950-GRABAR-AUDITORIA.

           1920-DECLARAR-HEREDERO.
               DISPLAY "Ingrese cod. del socio fallecido."
               ACCEPT fall-socio-aux.
               MOVE fall-socio-aux TO soc-cod.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
               NOT INVALID KEY
                   IF NOT soc-fallecido
                       DISPLAY "El socio no figura como fallecido"
                   ELSE
                       MOVE fall-socio-aux TO suc-socio
                       DISPLAY "Expediente sucesorio:"
                       ACCEPT suc-expediente
                       DISPLAY "Nombre del heredero:"
                       ACCEPT suc-heredero
                       DISPLAY "DNI del heredero:"
                       ACCEPT suc-dni
                       DISPLAY "Porcentaje declarado (0-100):"
                       ACCEPT suc-porcentaje
                       PERFORM 1915-GRABAR-SUCESION
                       MOVE fall-socio-aux TO cod-aux
                       MOVE "SUC-HEREDERO" TO aud-operacion
                       MOVE suc-heredero TO aud-valor-antes
                       MOVE suc-expediente TO aud-valor-despues
                       PERFORM 950-GRABAR-AUDITORIA
                       DISPLAY "Heredero declarado"
                   END-IF
               END-READ.

           1930-CONSULTAR-SUCESION.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT fall-socio-aux.
               MOVE 0 TO cant-herederos.
               OPEN INPUT SUCESIONES.
               IF suc-fileStatus = "00"
                   MOVE 1 TO flag-fall
                   PERFORM UNTIL flag-fall = 0
                       READ SUCESIONES AT END
                           MOVE 0 TO flag-fall
                       NOT AT END
                           IF suc-socio = fall-socio-aux
                               ADD 1 TO cant-herederos
                               DISPLAY "  Exp ", suc-expediente,
                                   " heredero ", suc-heredero,
                                   " DNI ", suc-dni, " ",
                                   suc-porcentaje, "%"
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SUCESIONES
               END-IF.
               IF cant-herederos = 0
                   DISPLAY "Sin registros sucesorios para ese socio"
               END-IF.

      *    El pago libera saldo al heredero declarado: solo lo
      *    puede correr un SUPERVISOR (la opcion 19 no figura en
      *    los permisos de cajero) y deja movimiento y auditoria.
           1940-PAGO-HEREDEROS.
               DISPLAY "Ingrese cod. del socio fallecido."
               ACCEPT fall-socio-aux.
               MOVE fall-socio-aux TO soc-cod.
               MOVE fall-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
               NOT INVALID KEY
                   IF NOT soc-fallecido
                       DISPLAY "El socio no figura como fallecido - "
                           "no corresponde pago sucesorio"
                   ELSE
                   IF soc-saldo <= 0
                       DISPLAY "El socio no tiene saldo a liberar"
                   ELSE
                       DISPLAY "Saldo disponible: $", soc-saldo
                       DISPLAY "Nombre del heredero que cobra:"
                       ACCEPT fall-heredero
                       DISPLAY "Importe a pagar:"
                       ACCEPT fall-importe
                       IF fall-importe = 0 OR
                           fall-importe > soc-saldo
                           DISPLAY "Importe invalido - debe ser "
                               "mayor a cero y hasta el saldo"
                       ELSE
                           DISPLAY "Confirma el pago? 1-Si, 2-No"
                           ACCEPT flag-mod
                           PERFORM UNTIL (flag-mod = 1) OR
                                   (flag-mod = 2)
                               DISPLAY "Opcion Invalida"
                               ACCEPT flag-mod
                           END-PERFORM
                           IF flag-mod = 1
                               MOVE "PAGO-SUCESION" TO aud-operacion
                               MOVE soc-saldo TO aud-valor-antes
                               SUBTRACT fall-importe FROM soc-saldo
                               MOVE SPACES TO aud-valor-despues
                               STRING soc-saldo  DELIMITED BY SIZE
                                      "|"        DELIMITED BY SIZE
                                      fall-heredero
                                                 DELIMITED BY SIZE
                                      INTO aud-valor-despues
                               REWRITE soc-reg
                               PERFORM 950-GRABAR-AUDITORIA
                               MOVE "PAGO-SUCESION"
                                   TO mov-concepto-aux
                               COMPUTE mov-importe-aux =
                                   0 - fall-importe
                               PERFORM 955-GRABAR-MOVIMIENTO
                               DISPLAY "Pago registrado - saldo "
                                   "restante $", soc-saldo
                           END-IF
                       END-IF
                   END-IF
                   END-IF
               END-READ.

      *    Cotitulares y autorizados de cada cuenta: el alta, la
      *    revocacion y la consulta quedan en manos del supervisor;
      *    revocar no borra el registro para conservar el rastro.
           2100-MENU-COTITULARES.
               PERFORM 310-INICIO.
               MOVE 9 TO opc-cot.
               PERFORM UNTIL opc-cot = 0
                   DISPLAY "COTITULARES: 1-Registrar, 2-Revocar, "
                       "3-Listar de un socio, 0-Volver"
                   ACCEPT opc-cot
                   EVALUATE opc-cot
                       WHEN 1
                           PERFORM 2110-ALTA-COTITULAR
                       WHEN 2
                           PERFORM 2120-REVOCAR-COTITULAR
                       WHEN 3
                           PERFORM 2130-LISTAR-COTITULARES
                   END-EVALUATE
               END-PERFORM.
               PERFORM 350-FIN.

           2110-ALTA-COTITULAR.
               MOVE 1 TO flag-cot.
               DISPLAY "Ingrese cod. del socio titular."
               ACCEPT cot-socio-aux.
               MOVE cot-socio-aux TO soc-cod.
               MOVE cot-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
                   MOVE 0 TO flag-cot
               NOT INVALID KEY
                   IF soc-baja OR soc-fallecido
                       DISPLAY "La cuenta no esta operativa"
                       MOVE 0 TO flag-cot
                   END-IF
               END-READ.
               IF flag-cot = 1
                   DISPLAY "Ingrese DNI de la persona."
                   ACCEPT cot-dni-aux
                   IF cot-dni-aux = 0 OR cot-dni-aux = soc-dni
                       DISPLAY "DNI invalido o del propio titular"
                       MOVE 0 TO flag-cot
                   END-IF
               END-IF.
               IF flag-cot = 1
                   OPEN I-O COTITULARES
                   IF cot-fileStatus = "35"
                       OPEN OUTPUT COTITULARES
                       CLOSE COTITULARES
                       OPEN I-O COTITULARES
                   END-IF
                   MOVE cot-socio-aux TO cot-socio
                   MOVE cot-dni-aux TO cot-dni
                   READ COTITULARES INVALID KEY
                       MOVE 0 TO flag-cot-lee
                   NOT INVALID KEY
                       MOVE 1 TO flag-cot-lee
                   END-READ
                   IF flag-cot-lee = 1 AND cot-vigente
                       DISPLAY "Esa persona ya esta habilitada en la "
                           "cuenta"
                   ELSE
                       DISPLAY "Ingrese apellido y nombre."
                       ACCEPT cot-nombre
                       PERFORM 2117-SCREENING-COTITULAR
                       IF flag-cot = 1
                           PERFORM 2115-DATOS-COTITULAR
                       END-IF
                   END-IF
                   CLOSE COTITULARES
               END-IF.

           2115-DATOS-COTITULAR.
               MOVE cot-socio-aux TO cot-socio.
               MOVE cot-dni-aux TO cot-dni.
               MOVE 0 TO cot-rol-aux.
               PERFORM UNTIL cot-rol-aux = 1 OR cot-rol-aux = 2
                   DISPLAY "Rol: 1-Cotitular, 2-Autorizado a operar"
                   ACCEPT cot-rol-aux
               END-PERFORM.
               IF cot-rol-aux = 1
                   SET cot-cotitular TO TRUE
               ELSE
                   SET cot-autorizado TO TRUE
               END-IF.
               DISPLAY "Tope por operacion (0 = sin tope)."
               ACCEPT cot-limite.
               ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
               MOVE ws-fecha-hoy TO cot-fecha-alta.
               SET cot-vigente TO TRUE.
               IF flag-cot-lee = 1
                   REWRITE cot-reg
               ELSE
                   WRITE cot-reg
               END-IF.
               MOVE "COTIT-ALTA" TO aud-operacion.
               MOVE cot-dni TO aud-valor-antes.
               MOVE SPACES TO aud-valor-despues.
               STRING cot-rol    DELIMITED BY SIZE
                      " TOPE "   DELIMITED BY SIZE
                      cot-limite DELIMITED BY SIZE
                      INTO aud-valor-despues.
               PERFORM 950-GRABAR-AUDITORIA.
               DISPLAY "Persona habilitada en la cuenta ", cot-socio.

      *    Quien va a operar la cuenta pasa por las mismas listas
      *    que el titular en el alta.
           2117-SCREENING-COTITULAR.
               MOVE "COTITULAR" TO ws-scr-origen.
               MOVE cot-socio-aux TO ws-scr-socio.
               MOVE cot-dni-aux TO ws-scr-dni.
               MOVE 0 TO ws-scr-cuit.
               MOVE cot-nombre TO ws-scr-nombre.
               PERFORM 957-CONTROLAR-LISTAS.
               IF ws-scr-resultado = "B"
                   DISPLAY "HABILITACION RECHAZADA: la persona figura "
                       "en la lista de ",
                       FUNCTION TRIM(ws-scr-lista-desc),
                       " (", FUNCTION TRIM(ws-scr-referencia), ")"
                   MOVE 0 TO flag-cot
                   MOVE "SCREEN-BLOQ" TO aud-operacion
                   MOVE ws-scr-referencia TO aud-valor-antes
                   MOVE SPACES TO aud-valor-despues
                   STRING "COTITULAR DNI " DELIMITED BY SIZE
                          cot-dni-aux      DELIMITED BY SIZE
                          INTO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
               END-IF.

           2120-REVOCAR-COTITULAR.
               DISPLAY "Ingrese cod. del socio titular."
               ACCEPT cot-socio-aux.
               DISPLAY "Ingrese DNI de la persona a revocar."
               ACCEPT cot-dni-aux.
               OPEN I-O COTITULARES.
               IF cot-fileStatus NOT = "00"
                   DISPLAY "No hay cotitulares registrados"
               ELSE
                   MOVE cot-socio-aux TO cot-socio
                   MOVE cot-dni-aux TO cot-dni
                   READ COTITULARES INVALID KEY
                       DISPLAY "Esa persona no figura en la cuenta"
                   NOT INVALID KEY
                       IF cot-revocado
                           DISPLAY "Esa persona ya esta revocada"
                       ELSE
                           SET cot-revocado TO TRUE
                           REWRITE cot-reg
                           MOVE cot-socio-aux TO cod-aux
                           MOVE "COTIT-BAJA" TO aud-operacion
                           MOVE cot-dni TO aud-valor-antes
                           MOVE SPACES TO aud-valor-despues
                           PERFORM 950-GRABAR-AUDITORIA
                           DISPLAY "Habilitacion revocada"
                       END-IF
                   END-READ
                   CLOSE COTITULARES
               END-IF.

           2130-LISTAR-COTITULARES.
               DISPLAY "Ingrese cod. del socio titular."
               ACCEPT cot-socio-aux.
               MOVE 0 TO cant-cotitulares.
               OPEN INPUT COTITULARES.
               IF cot-fileStatus = "00"
                   MOVE cot-socio-aux TO cot-socio
                   MOVE 0 TO cot-dni
                   START COTITULARES KEY IS NOT LESS THAN cot-clave
                       INVALID KEY
                           MOVE 0 TO flag-cot
                       NOT INVALID KEY
                           MOVE 1 TO flag-cot
                   END-START
                   PERFORM UNTIL flag-cot = 0
                       READ COTITULARES NEXT AT END
                           MOVE 0 TO flag-cot
                       NOT AT END
                           IF cot-socio NOT = cot-socio-aux
                               MOVE 0 TO flag-cot
                           ELSE
                               ADD 1 TO cant-cotitulares
                               DISPLAY cot-dni, " ", cot-nombre,
                                   " rol ", cot-rol, " tope $",
                                   cot-limite, " desde ",
                                   cot-fecha-alta, " estado ",
                                   cot-estado
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COTITULARES
               END-IF.
               IF cant-cotitulares = 0
                   DISPLAY "La cuenta no tiene cotitulares ni "
                       "autorizados"
               END-IF.

      *    Contraasiento: un movimiento mal cargado no se corrige con
      *    otra modificacion de saldo suelta sino revirtiendolo. Se
      *    elige el asiento del diario o del historico, se asienta el
      *    opuesto con concepto REV- mas el concepto original y la
      *    clave del original queda en auditoria y en el registro de
      *    contraasientos, que impide revertir dos veces lo mismo.
           2200-CONTRAASIENTO.
               PERFORM 310-INICIO.
               PERFORM 2210-ELEGIR-MOVIMIENTO.
               IF flag-rev = 1
                   PERFORM 2220-VERIFICAR-REVERTIDO
               END-IF.
               IF flag-rev = 1
                   PERFORM 2230-EJECUTAR-CONTRAASIENTO
               END-IF.
               PERFORM 350-FIN.

           2210-ELEGIR-MOVIMIENTO.
               MOVE 1 TO flag-rev.
               MOVE 0 TO cant-trv.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT rev-socio-aux.
               MOVE rev-socio-aux TO soc-cod.
               MOVE rev-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
                   MOVE 0 TO flag-rev
               END-READ.
               IF flag-rev = 1
                   DISPLAY "Fecha del movimiento (AAAAMMDD, 0 = hoy):"
                   ACCEPT rev-fecha-aux
                   IF rev-fecha-aux = 0
                       MOVE ws-fecha-negocio TO rev-fecha-aux
                   END-IF
                   PERFORM 2212-CANDIDATOS-HISTORICO
                   PERFORM 2214-CANDIDATOS-DIARIO
                   IF cant-trv = 0
                       DISPLAY "El socio no tiene movimientos ese dia"
                       MOVE 0 TO flag-rev
                   END-IF
               END-IF.
               IF flag-rev = 1
                   PERFORM VARYING rev-sel-aux FROM 1 BY 1
                           UNTIL rev-sel-aux > cant-trv
                       MOVE trv-importe(rev-sel-aux) TO rev-importe-ed
                       DISPLAY rev-sel-aux, " - ",
                           trv-fecha-hora(rev-sel-aux), " ",
                           trv-concepto(rev-sel-aux), " $",
                           rev-importe-ed
                   END-PERFORM
                   DISPLAY "Numero de movimiento a revertir "
                       "(0 = ninguno):"
                   ACCEPT rev-sel-aux
                   IF rev-sel-aux = 0 OR rev-sel-aux > cant-trv
                       DISPLAY "Contraasiento anulado"
                       MOVE 0 TO flag-rev
                   END-IF
               END-IF.
               IF flag-rev = 1
                   IF trv-concepto(rev-sel-aux)(1:4) = "REV-"
                       DISPLAY "Un contraasiento no se revierte - "
                           "opere el movimiento correcto"
                       MOVE 0 TO flag-rev
                   END-IF
               END-IF.

           2212-CANDIDATOS-HISTORICO.
               OPEN INPUT MOV-HISTORICO.
               IF movh-fileStatus = "00"
                   MOVE rev-socio-aux TO movh-socio
                   MOVE SPACES TO movh-fecha-hora
                   MOVE rev-fecha-aux TO movh-fecha-hora(1:8)
                   MOVE 0 TO movh-seq
                   START MOV-HISTORICO KEY IS NOT LESS THAN
                       movh-clave
                       INVALID KEY
                           MOVE 0 TO flag-rev-lee
                       NOT INVALID KEY
                           MOVE 1 TO flag-rev-lee
                   END-START
                   PERFORM UNTIL flag-rev-lee = 0
                       READ MOV-HISTORICO NEXT AT END
                           MOVE 0 TO flag-rev-lee
                       NOT AT END
                           IF movh-socio NOT = rev-socio-aux OR
                               movh-fecha-hora(1:8) NOT = rev-fecha-aux
                               MOVE 0 TO flag-rev-lee
                           ELSE
                               IF cant-trv < 100
                                   ADD 1 TO cant-trv
                                   MOVE movh-fecha-hora
                                       TO trv-fecha-hora(cant-trv)
                                   MOVE movh-seq TO trv-seq(cant-trv)
                                   MOVE "H" TO trv-origen(cant-trv)
                                   MOVE movh-concepto
                                       TO trv-concepto(cant-trv)
                                   MOVE movh-importe
                                       TO trv-importe(cant-trv)
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOV-HISTORICO
               END-IF.

           2214-CANDIDATOS-DIARIO.
               OPEN INPUT MOV-DIA.
               IF movd-fileStatus = "00"
                   MOVE 1 TO flag-rev-lee
                   PERFORM UNTIL flag-rev-lee = 0
                       READ MOV-DIA AT END
                           MOVE 0 TO flag-rev-lee
                       NOT AT END
                           IF movd-socio = rev-socio-aux AND
                               movd-fecha-hora(1:8) = rev-fecha-aux
                               AND cant-trv < 100
                               ADD 1 TO cant-trv
                               MOVE movd-fecha-hora
                                   TO trv-fecha-hora(cant-trv)
                               MOVE 0 TO trv-seq(cant-trv)
                               MOVE "D" TO trv-origen(cant-trv)
                               MOVE movd-concepto
                                   TO trv-concepto(cant-trv)
                               MOVE movd-importe
                                   TO trv-importe(cant-trv)
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOV-DIA
               END-IF.

      *    La clave de comparacion no incluye el origen: un asiento
      *    revertido en el diario no se vuelve a revertir despues de
      *    pasar al historico.
           2220-VERIFICAR-REVERTIDO.
               OPEN INPUT CONTRAASIENTOS.
               IF rev-fileStatus = "00"
                   MOVE 1 TO flag-rev-lee
                   PERFORM UNTIL flag-rev-lee = 0
                       READ CONTRAASIENTOS AT END
                           MOVE 0 TO flag-rev-lee
                       NOT AT END
                           IF rev-socio = rev-socio-aux AND
                               rev-orig-fecha-hora =
                                   trv-fecha-hora(rev-sel-aux) AND
                               rev-orig-concepto =
                                   trv-concepto(rev-sel-aux) AND
                               rev-orig-importe =
                                   trv-importe(rev-sel-aux)
                               DISPLAY "Ese movimiento ya fue revertido"
                                   " el ", rev-fecha-hora, " por ",
                                   FUNCTION TRIM(rev-operador)
                               MOVE 0 TO flag-rev
                               MOVE 0 TO flag-rev-lee
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTRAASIENTOS
               END-IF.

      *    El contraasiento que saca plata pasa por la misma
      *    autorizacion de debitos que cualquier extraccion.
           2230-EJECUTAR-CONTRAASIENTO.
               COMPUTE rev-importe-aux = 0 - trv-importe(rev-sel-aux).
               MOVE rev-importe-aux TO rev-importe-ed.
               DISPLAY "Se asentara el opuesto de ",
                   trv-concepto(rev-sel-aux), " por $", rev-importe-ed.
               DISPLAY "Motivo del contraasiento:"
               ACCEPT rev-motivo-aux.
               DISPLAY "Confirma? 1-Si, 2-No"
               ACCEPT opc-rev.
               IF opc-rev NOT = 1
                   DISPLAY "Contraasiento anulado"
                   MOVE 0 TO flag-rev
               END-IF.
               IF flag-rev = 1
                   IF rev-importe-aux < 0
                       COMPUTE ws-aut-importe = 0 - rev-importe-aux
                       PERFORM 295-AUTORIZAR-DEBITO
                       IF ws-aut-resultado NOT = "A"
                           PERFORM 296-RECHAZO-AUTORIZACION
                           MOVE 0 TO flag-rev
                       END-IF
                   ELSE
                       COMPUTE saldo-nuevo = soc-saldo + rev-importe-aux
                       IF saldo-nuevo > 999999.99
                           DISPLAY "El saldo excederia el maximo "
                               "representable - contraasiento anulado"
                           MOVE 0 TO flag-rev
                       END-IF
                   END-IF
               END-IF.
               IF flag-rev = 1
                   MOVE "CONTRAASIENTO" TO aud-operacion
                   MOVE soc-saldo TO aud-valor-antes
                   ADD rev-importe-aux TO soc-saldo
                   PERFORM 546-ACTUALIZAR-FECHA-ROJO
                   MOVE SPACES TO aud-valor-despues
                   STRING soc-saldo      DELIMITED BY SIZE
                          "|ORIG"        DELIMITED BY SIZE
                          trv-fecha-hora(rev-sel-aux) DELIMITED BY SIZE
                          INTO aud-valor-despues
                   REWRITE soc-reg
                   PERFORM 950-GRABAR-AUDITORIA
                   MOVE SPACES TO mov-concepto-aux
                   STRING "REV-"      DELIMITED BY SIZE
                          trv-concepto(rev-sel-aux) DELIMITED BY SIZE
                          INTO mov-concepto-aux
                   MOVE rev-importe-aux TO mov-importe-aux
                   PERFORM 955-GRABAR-MOVIMIENTO
                   PERFORM 2240-REGISTRAR-CONTRAASIENTO
                   DISPLAY "Contraasiento asentado - nuevo saldo $",
                       soc-saldo
               END-IF.

           2240-REGISTRAR-CONTRAASIENTO.
               OPEN EXTEND CONTRAASIENTOS.
               IF rev-fileStatus NOT = "00"
                   OPEN OUTPUT CONTRAASIENTOS
               END-IF.
               MOVE rev-socio-aux TO rev-socio.
               MOVE trv-fecha-hora(rev-sel-aux) TO rev-orig-fecha-hora.
               MOVE trv-seq(rev-sel-aux) TO rev-orig-seq.
               MOVE trv-origen(rev-sel-aux) TO rev-orig-origen.
               MOVE trv-concepto(rev-sel-aux) TO rev-orig-concepto.
               MOVE trv-importe(rev-sel-aux) TO rev-orig-importe.
               MOVE ws-fecha-negocio TO rev-fecha-hora(1:8).
               MOVE FUNCTION CURRENT-DATE(9:6) TO rev-fecha-hora(9:6).
               MOVE ws-operador-id TO rev-operador.
               MOVE rev-motivo-aux TO rev-motivo.
               WRITE rev-reg.
               CLOSE CONTRAASIENTOS.

      *    Tarjetas de debito: emision con comision de la tabla,
      *    bloqueo y desbloqueo, denuncia de perdida o robo (no
      *    tiene vuelta: se emite una tarjeta nueva) y limite diario
      *    de compras y extracciones.
           2300-MENU-TARJETAS.
               PERFORM 310-INICIO.
               OPEN I-O TARJETAS.
               IF tar-fileStatus = "35"
                   OPEN OUTPUT TARJETAS
                   CLOSE TARJETAS
                   OPEN I-O TARJETAS
               END-IF.
               MOVE 9 TO opc-tar.
               PERFORM UNTIL opc-tar = 0
                   DISPLAY "TARJETAS: 1-Emitir, 2-Bloquear/"
                       "Desbloquear/Denunciar, 3-Limite diario, "
                       "4-Listar de un socio, 0-Volver"
                   ACCEPT opc-tar
                   EVALUATE opc-tar
                       WHEN 1
                           PERFORM 2310-EMITIR-TARJETA
                       WHEN 2
                           PERFORM 2320-CAMBIAR-ESTADO-TARJETA
                       WHEN 3
                           PERFORM 2330-LIMITE-TARJETA
                       WHEN 4
                           PERFORM 2340-LISTAR-TARJETAS
                   END-EVALUATE
               END-PERFORM.
               CLOSE TARJETAS.
               PERFORM 350-FIN.

           2310-EMITIR-TARJETA.
               MOVE 1 TO flag-tar.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT tar-socio-aux.
               MOVE tar-socio-aux TO soc-cod.
               MOVE tar-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
                   MOVE 0 TO flag-tar
               NOT INVALID KEY
                   IF NOT soc-activo
                       DISPLAY "El socio no esta activo - no se "
                           "emite tarjeta"
                       MOVE 0 TO flag-tar
                   END-IF
               END-READ.
               IF flag-tar = 1
                   PERFORM 2350-CONTAR-TARJETAS
                   IF flag-tar-vigente = 1
                       DISPLAY "El socio ya tiene una tarjeta activa "
                           "o bloqueada - para reponerla denuncie "
                           "la anterior"
                       MOVE 0 TO flag-tar
                   END-IF
               END-IF.
               IF flag-tar = 1
                   PERFORM 2315-PARAMETROS-TARJETA
                   DISPLAY "Limite diario (0 = el de la "
                       "cooperativa: ", tar-limite-aux, ")."
                   ACCEPT tar-limite-diario
                   IF tar-limite-diario = 0
                       MOVE tar-limite-aux TO tar-limite-diario
                   END-IF
                   MOVE ws-tar-bin TO tar-gen-bin
                   MOVE tar-socio-aux TO tar-gen-socio
                   ADD 1 TO cant-tar-socio
                   MOVE cant-tar-socio TO tar-gen-secuencia
                   PERFORM 2360-DIGITO-LUHN
                   MOVE tar-numero-gen TO tar-numero
                   MOVE tar-socio-aux TO tar-socio
                   SET tar-activa TO TRUE
                   COMPUTE tar-vence = ws-fecha-negocio / 100
                       + ws-tar-anios * 100
                   MOVE ws-fecha-negocio TO tar-fecha-alta
                   MOVE ws-fecha-negocio TO tar-fecha-estado
                   MOVE ws-operador-id TO tar-operador
                   WRITE tar-reg INVALID KEY
                       DISPLAY "El numero ", tar-numero, " ya existe "
                           "- emision cancelada"
                       MOVE 0 TO flag-tar
                   END-WRITE
               END-IF.
               IF flag-tar = 1
                   MOVE "TARJETA-ALTA" TO aud-operacion
                   MOVE tar-numero TO aud-valor-antes
                   MOVE SPACES TO aud-valor-despues
                   STRING "VTO "             DELIMITED BY SIZE
                          tar-vence          DELIMITED BY SIZE
                          " LIM "            DELIMITED BY SIZE
                          tar-limite-diario  DELIMITED BY SIZE
                          INTO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   DISPLAY "Tarjeta emitida: ", tar-numero,
                       " vence ", tar-vence
                   MOVE "COM-TARJETA" TO ws-comi-concepto
                   PERFORM 285-COBRAR-COMISION
               END-IF.

      *    BIN de la cooperativa, anios de vigencia y limite diario
      *    por defecto salen de la tabla de parametros.
           2315-PARAMETROS-TARJETA.
               MOVE ws-fecha-negocio TO ws-par-fecha.
               MOVE 627183 TO ws-tar-bin.
               MOVE "TARJETA-BIN" TO ws-par-clave.
               PERFORM 338-LEER-PARAMETRO.
               IF ws-par-resultado = "O" AND ws-par-valor > 0
                   MOVE ws-par-valor TO ws-tar-bin
               END-IF.
               MOVE 4 TO ws-tar-anios.
               MOVE "TARJETA-ANIOS" TO ws-par-clave.
               PERFORM 338-LEER-PARAMETRO.
               IF ws-par-resultado = "O" AND ws-par-valor > 0
                   MOVE ws-par-valor TO ws-tar-anios
               END-IF.
               MOVE 100000 TO tar-limite-aux.
               MOVE "TARJETA-LIMITE" TO ws-par-clave.
               PERFORM 338-LEER-PARAMETRO.
               IF ws-par-resultado = "O" AND ws-par-valor > 0
                   MOVE ws-par-valor TO tar-limite-aux
               END-IF.

           2320-CAMBIAR-ESTADO-TARJETA.
               DISPLAY "Ingrese numero de tarjeta."
               ACCEPT tar-numero-aux.
               MOVE tar-numero-aux TO tar-numero.
               READ TARJETAS INVALID KEY
                   DISPLAY "Tarjeta inexistente"
               NOT INVALID KEY
                   IF tar-denunciada
                       DISPLAY "La tarjeta esta denunciada - no "
                           "admite cambios"
                   ELSE
                   IF tar-cerrada
                       DISPLAY "La tarjeta se dio de baja con el "
                           "cierre de la cuenta - no admite cambios"
                   ELSE
                       PERFORM 2325-NUEVO-ESTADO-TARJETA
                   END-IF
                   END-IF
               END-READ.

           2325-NUEVO-ESTADO-TARJETA.
               DISPLAY "Socio ", tar-socio, " estado ", tar-estado,
                   " vence ", tar-vence.
               DISPLAY "1-Activar, 2-Bloquear, 3-Denunciar perdida "
                   "o robo, 0-Sin cambios".
               ACCEPT tar-estado-aux.
               MOVE tar-estado TO ws-tar-estado-ant.
               EVALUATE tar-estado-aux
                   WHEN 1
                       SET tar-activa TO TRUE
                   WHEN 2
                       SET tar-bloqueada TO TRUE
                   WHEN 3
                       SET tar-denunciada TO TRUE
               END-EVALUATE.
               IF tar-estado NOT = ws-tar-estado-ant
                   MOVE ws-fecha-negocio TO tar-fecha-estado
                   MOVE ws-operador-id TO tar-operador
                   REWRITE tar-reg
                   MOVE tar-socio TO cod-aux
                   MOVE "TARJETA-ESTAD" TO aud-operacion
                   MOVE SPACES TO aud-valor-antes
                   STRING tar-numero          DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          ws-tar-estado-ant   DELIMITED BY SIZE
                          INTO aud-valor-antes
                   MOVE tar-estado TO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   DISPLAY "Estado de la tarjeta actualizado a ",
                       tar-estado
               END-IF.

           2330-LIMITE-TARJETA.
               DISPLAY "Ingrese numero de tarjeta."
               ACCEPT tar-numero-aux.
               MOVE tar-numero-aux TO tar-numero.
               READ TARJETAS INVALID KEY
                   DISPLAY "Tarjeta inexistente"
               NOT INVALID KEY
                   DISPLAY "Limite diario actual: ",
                       tar-limite-diario
                   DISPLAY "Nuevo limite diario."
                   ACCEPT tar-limite-aux
                   IF tar-limite-aux = 0
                       DISPLAY "El limite debe ser mayor a cero"
                   ELSE
                       MOVE tar-socio TO cod-aux
                       MOVE "TARJETA-LIMIT" TO aud-operacion
                       MOVE tar-limite-diario TO aud-valor-antes
                       MOVE tar-limite-aux TO tar-limite-diario
                       MOVE tar-limite-diario TO aud-valor-despues
                       REWRITE tar-reg
                       PERFORM 950-GRABAR-AUDITORIA
                       DISPLAY "Limite actualizado"
                   END-IF
               END-READ.

           2340-LISTAR-TARJETAS.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT tar-socio-aux.
               DISPLAY "TARJETAS DEL SOCIO ", tar-socio-aux.
               PERFORM 2350-CONTAR-TARJETAS.
               DISPLAY "Total de tarjetas emitidas: ", cant-tar-socio.

      *    Recorre el maestro de tarjetas del socio tar-socio-aux:
      *    cuenta las emitidas, marca si hay una activa o bloqueada
      *    y, desde el listado, muestra cada una.
           2350-CONTAR-TARJETAS.
               MOVE 0 TO cant-tar-socio.
               MOVE 0 TO flag-tar-vigente.
               MOVE 0 TO tar-numero.
               START TARJETAS KEY IS NOT LESS THAN tar-numero
                   INVALID KEY
                       MOVE 0 TO flag-tar-lee
                   NOT INVALID KEY
                       MOVE 1 TO flag-tar-lee
               END-START.
               PERFORM UNTIL flag-tar-lee = 0
                   READ TARJETAS NEXT AT END
                       MOVE 0 TO flag-tar-lee
                   NOT AT END
                       IF tar-socio = tar-socio-aux
                           ADD 1 TO cant-tar-socio
                           IF tar-activa OR tar-bloqueada
                               MOVE 1 TO flag-tar-vigente
                           END-IF
                           IF opc-tar = 4
                               DISPLAY "  ", tar-numero, " estado ",
                                   tar-estado, " vence ", tar-vence,
                                   " limite ", tar-limite-diario
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM.

      *    Digito verificador Luhn sobre las 15 primeras posiciones:
      *    desde la derecha se duplica una posicion si y otra no.
           2360-DIGITO-LUHN.
               MOVE 0 TO tar-gen-digito.
               MOVE 0 TO ws-luhn-suma.
               MOVE 1 TO ws-luhn-par.
               PERFORM VARYING idx-luhn FROM 15 BY -1
                       UNTIL idx-luhn < 1
                   IF ws-luhn-par = 1
                       COMPUTE ws-luhn-doble = tar-dig(idx-luhn) * 2
                       IF ws-luhn-doble > 9
                           SUBTRACT 9 FROM ws-luhn-doble
                       END-IF
                       ADD ws-luhn-doble TO ws-luhn-suma
                       MOVE 0 TO ws-luhn-par
                   ELSE
                       ADD tar-dig(idx-luhn) TO ws-luhn-suma
                       MOVE 1 TO ws-luhn-par
                   END-IF
               END-PERFORM.
               COMPUTE tar-gen-digito =
                   FUNCTION MOD(10 - FUNCTION MOD(ws-luhn-suma, 10),
                       10).

      *    Cobranza de facturas de servicios e impuestos por cuenta de
      *    empresas recaudadoras: se paga con debito en la cuenta del
      *    socio o en efectivo, y queda en el diario de cobranzas
      *    hasta que la liquidacion nocturna se la rinde a la empresa.
           2400-PAGO-SERVICIOS.
               PERFORM 310-INICIO.
               MOVE 1 TO flag-serv.
               DISPLAY "Codigo de la empresa de servicios."
               ACCEPT serv-empresa-aux.
               PERFORM 2410-BUSCAR-EMPRESA.
               IF flag-serv = 1
                   PERFORM 2420-INGRESAR-FACTURA
               END-IF.
               IF flag-serv = 1
                   DISPLAY "Forma de pago: 1-Debito en cuenta, "
                       "2-Efectivo"
                   ACCEPT opc-serv-medio
                   EVALUATE opc-serv-medio
                       WHEN 1
                           PERFORM 2440-COBRAR-EN-CUENTA
                       WHEN 2
                           PERFORM 2450-COBRAR-EN-EFECTIVO
                       WHEN OTHER
                           DISPLAY "Opcion Invalida - pago cancelado"
                           MOVE 0 TO flag-serv
                   END-EVALUATE
               END-IF.
               IF flag-serv = 1
                   PERFORM 2460-GRABAR-COBRANZA
               END-IF.
               PERFORM 350-FIN.

           2410-BUSCAR-EMPRESA.
               MOVE 0 TO flag-serv.
               OPEN INPUT EMPRESAS-RECAUDADORAS.
               IF erec-fileStatus = "00"
                   MOVE 1 TO flag-serv-lee
                   PERFORM UNTIL flag-serv-lee = 0
                       READ EMPRESAS-RECAUDADORAS AT END
                           MOVE 0 TO flag-serv-lee
                       NOT AT END
                           IF erec-codigo = serv-empresa-aux
                               MOVE 1 TO flag-serv
                               MOVE 0 TO flag-serv-lee
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMPRESAS-RECAUDADORAS
               END-IF.
               IF flag-serv = 0
                   DISPLAY "Empresa Inexistente"
               ELSE
                   IF NOT erec-vigente
                       DISPLAY "No se cobran facturas de ",
                           FUNCTION TRIM(erec-nombre),
                           " - convenio dado de baja"
                       MOVE 0 TO flag-serv
                   ELSE
                       DISPLAY "Empresa: ", FUNCTION TRIM(erec-nombre)
                   END-IF
               END-IF.

           2420-INGRESAR-FACTURA.
               DISPLAY "Codigo de barras o numero de referencia de "
                   "la factura."
               ACCEPT serv-referencia-aux.
               DISPLAY "Importe a pagar."
               ACCEPT serv-importe-aux.
               IF serv-referencia-aux = SPACES OR serv-importe-aux = 0
                   DISPLAY "Referencia e importe son obligatorios - "
                       "pago cancelado"
                   MOVE 0 TO flag-serv
               ELSE
                   PERFORM 2430-VERIFICAR-DUPLICADO
                   IF flag-serv-dup = 1
                       DISPLAY "La factura ",
                           FUNCTION TRIM(serv-referencia-aux),
                           " ya fue pagada - pago cancelado"
                       MOVE 0 TO flag-serv
                   END-IF
               END-IF.

      *    Una misma factura no se cobra dos veces: la referencia es
      *    unica dentro de cada empresa.
           2430-VERIFICAR-DUPLICADO.
               MOVE 0 TO flag-serv-dup.
               OPEN INPUT COBRANZAS-SERVICIOS.
               IF cobs-fileStatus = "00"
                   MOVE 1 TO flag-serv-lee
                   PERFORM UNTIL flag-serv-lee = 0
                       READ COBRANZAS-SERVICIOS AT END
                           MOVE 0 TO flag-serv-lee
                       NOT AT END
                           IF cobs-empresa = serv-empresa-aux AND
                               cobs-referencia = serv-referencia-aux
                               MOVE 1 TO flag-serv-dup
                               MOVE 0 TO flag-serv-lee
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COBRANZAS-SERVICIOS
               END-IF.

           2440-COBRAR-EN-CUENTA.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT serv-socio-aux.
               MOVE serv-socio-aux TO soc-cod.
               MOVE serv-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
                   MOVE 0 TO flag-serv
               END-READ.
               IF flag-serv = 1
                   MOVE serv-importe-aux TO ws-oper-importe
                   PERFORM 280-IDENTIFICAR-OPERANTE
                   IF flag-operante = 0
                       MOVE 0 TO flag-serv
                   END-IF
               END-IF.
               IF flag-serv = 1
                   MOVE serv-importe-aux TO ws-aut-importe
                   COMPUTE saldo-aux = 0 - serv-importe-aux
                   PERFORM 295-AUTORIZAR-DEBITO
                   IF ws-aut-resultado NOT = "A"
                       PERFORM 296-RECHAZO-AUTORIZACION
                       MOVE 0 TO flag-serv
                   END-IF
               END-IF.
               IF flag-serv = 1
                   MOVE "PAGO-SERVICIO" TO aud-operacion
                   MOVE soc-saldo TO aud-valor-antes
                   SUBTRACT serv-importe-aux FROM soc-saldo
                   MOVE soc-saldo TO aud-valor-despues
                   PERFORM 546-ACTUALIZAR-FECHA-ROJO
                   REWRITE soc-reg
                   PERFORM 950-GRABAR-AUDITORIA
                   MOVE "PAGO-SERVICIO" TO mov-concepto-aux
                   COMPUTE mov-importe-aux = 0 - serv-importe-aux
                   PERFORM 955-GRABAR-MOVIMIENTO
                   MOVE "C" TO cobs-medio
                   MOVE soc-filial TO cobs-filial-socio
               END-IF.

      *    En efectivo puede pagar cualquiera; si es socio se deja
      *    asentado a quien corresponde, sin tocar su saldo. La
      *    plata entra en la caja de la filial donde se cobra.
           2450-COBRAR-EN-EFECTIVO.
               DISPLAY "Cod. del socio que paga (0 = no es socio)."
               ACCEPT serv-socio-aux.
               MOVE ws-oper-filial TO cobs-filial-socio.
               IF serv-socio-aux > 0
                   MOVE serv-socio-aux TO soc-cod
                   READ SOCIOS INVALID KEY
                       DISPLAY "Socio Inexistente - se registra sin "
                           "socio"
                       MOVE 0 TO serv-socio-aux
                   END-READ
               END-IF.
               MOVE serv-socio-aux TO cod-aux.
               MOVE "PAGO-SERV-EFE" TO aud-operacion.
               MOVE serv-referencia-aux TO aud-valor-antes.
               MOVE SPACES TO aud-valor-despues.
               STRING "EMP "              DELIMITED BY SIZE
                      serv-empresa-aux    DELIMITED BY SIZE
                      " $"                DELIMITED BY SIZE
                      serv-importe-aux    DELIMITED BY SIZE
                      INTO aud-valor-despues.
               PERFORM 950-GRABAR-AUDITORIA.
               ADD 1 TO ws-ses-cant-serv.
               ADD serv-importe-aux TO ws-ses-monto-serv.
               MOVE "E" TO cobs-medio.

           2460-GRABAR-COBRANZA.
               MOVE serv-empresa-aux TO cobs-empresa.
               MOVE serv-referencia-aux TO cobs-referencia.
               MOVE serv-importe-aux TO cobs-importe.
               MOVE erec-comision TO cobs-comision.
               MOVE serv-socio-aux TO cobs-socio.
               MOVE ws-fecha-negocio TO cobs-fecha.
               MOVE FUNCTION CURRENT-DATE(9:6) TO cobs-hora.
               MOVE ws-operador-id TO cobs-operador.
               MOVE ws-oper-filial TO cobs-filial-oper.
               SET cobs-pendiente TO TRUE.
               MOVE 0 TO cobs-fecha-liq.
               OPEN EXTEND COBRANZAS-SERVICIOS.
               IF cobs-fileStatus NOT = "00"
                   OPEN OUTPUT COBRANZAS-SERVICIOS
               END-IF.
               WRITE cobs-reg.
               CLOSE COBRANZAS-SERVICIOS.
               DISPLAY "Factura ", FUNCTION TRIM(serv-referencia-aux),
                   " de ", FUNCTION TRIM(erec-nombre), " pagada: $",
                   serv-importe-aux.

      *    Caja de ahorro en dolares: saldo y movimientos propios en
      *    cuentasDolares.dat y movDolares.txt, nunca sumados al saldo
      *    en pesos. Compra y venta pasan plata entre las dos cuentas
      *    del socio a la cotizacion del dia del maestro de parametros.
           2500-MENU-DOLARES.
               PERFORM 310-INICIO.
               OPEN I-O CUENTAS-DOLARES.
               IF cdl-fileStatus = "35"
                   OPEN OUTPUT CUENTAS-DOLARES
                   CLOSE CUENTAS-DOLARES
                   OPEN I-O CUENTAS-DOLARES
               END-IF.
               MOVE 9 TO opc-usd.
               PERFORM UNTIL opc-usd = 0
                   DISPLAY "DOLARES: 1-Abrir cuenta, 2-Deposito U$S, "
                       "3-Extraccion U$S, 4-Compra de U$S, "
                       "5-Venta de U$S, 6-Consultar, 7-Cerrar cuenta, "
                       "0-Volver"
                   ACCEPT opc-usd
                   EVALUATE opc-usd
                       WHEN 1
                           PERFORM 2510-ABRIR-CUENTA-USD
                       WHEN 2
                           PERFORM 2520-DEPOSITO-USD
                       WHEN 3
                           PERFORM 2530-EXTRACCION-USD
                       WHEN 4
                           PERFORM 2540-COMPRA-USD
                       WHEN 5
                           PERFORM 2550-VENTA-USD
                       WHEN 6
                           PERFORM 2570-CONSULTA-USD
                       WHEN 7
                           PERFORM 2580-CERRAR-CUENTA-USD
                   END-EVALUATE
               END-PERFORM.
               CLOSE CUENTAS-DOLARES.
               PERFORM 350-FIN.

      *    Lee el socio y su cuenta en dolares. flag-usd queda en 1 si
      *    el socio existe; flag-usd-cuenta en 0 sin cuenta, 1 abierta
      *    y 2 cerrada.
           2505-LEER-CUENTA-USD.
               MOVE 1 TO flag-usd.
               MOVE 0 TO flag-usd-cuenta.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT usd-socio-aux.
               MOVE usd-socio-aux TO soc-cod.
               MOVE usd-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
                   MOVE 0 TO flag-usd
               END-READ.
               IF flag-usd = 1
                   MOVE usd-socio-aux TO cdl-socio
                   READ CUENTAS-DOLARES INVALID KEY
                       MOVE 0 TO flag-usd-cuenta
                   NOT INVALID KEY
                       IF cdl-abierta
                           MOVE 1 TO flag-usd-cuenta
                       ELSE
                           MOVE 2 TO flag-usd-cuenta
                       END-IF
                   END-READ
               END-IF.

      *    Para operar hace falta socio activo y cuenta abierta.
           2506-VALIDAR-OPERACION-USD.
               PERFORM 2505-LEER-CUENTA-USD.
               IF flag-usd = 1
                   IF NOT soc-activo
                       DISPLAY "El socio no esta activo - operacion "
                           "rechazada"
                       MOVE 0 TO flag-usd
                   ELSE
                       IF flag-usd-cuenta NOT = 1
                           DISPLAY "El socio no tiene cuenta en "
                               "dolares abierta"
                           MOVE 0 TO flag-usd
                       END-IF
                   END-IF
               END-IF.

      *    Una cuenta cerrada se reabre sobre el mismo registro.
           2510-ABRIR-CUENTA-USD.
               PERFORM 2505-LEER-CUENTA-USD.
               IF flag-usd = 1
                   IF NOT soc-activo
                       DISPLAY "El socio no esta activo - no se abre "
                           "la cuenta"
                       MOVE 0 TO flag-usd
                   END-IF
               END-IF.
               IF flag-usd = 1 AND flag-usd-cuenta = 1
                   DISPLAY "El socio ya tiene cuenta en dolares "
                       "abierta"
                   MOVE 0 TO flag-usd
               END-IF.
               IF flag-usd = 1
                   MOVE usd-socio-aux TO cdl-socio
                   MOVE 0 TO cdl-saldo
                   SET cdl-abierta TO TRUE
                   MOVE ws-fecha-negocio TO cdl-fecha-alta
                   MOVE ws-fecha-negocio TO cdl-fecha-estado
                   MOVE ws-operador-id TO cdl-operador
                   IF flag-usd-cuenta = 2
                       REWRITE cdl-reg
                   ELSE
                       WRITE cdl-reg
                   END-IF
                   MOVE "USD-ALTA" TO aud-operacion
                   MOVE SPACES TO aud-valor-antes
                   MOVE cdl-fecha-alta TO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   DISPLAY "Cuenta en dolares abierta para el socio ",
                       usd-socio-aux
               END-IF.

           2520-DEPOSITO-USD.
               PERFORM 2506-VALIDAR-OPERACION-USD.
               IF flag-usd = 1
                   PERFORM 2561-EXIGIR-COTIZACION
               END-IF.
               IF flag-usd = 1
                   DISPLAY "Importe en dolares a depositar."
                   ACCEPT usd-importe-aux
                   COMPUTE ws-usd-saldo-nuevo =
                       cdl-saldo + usd-importe-aux
                   IF usd-importe-aux = 0 OR
                       ws-usd-saldo-nuevo > 9999999.99
                       DISPLAY "Importe invalido - operacion "
                           "cancelada"
                       MOVE 0 TO flag-usd
                   END-IF
               END-IF.
               IF flag-usd = 1
                   MOVE ws-usd-compra TO ws-usd-cotizacion
                   PERFORM 2565-IMPORTE-OPERANTE-USD
                   PERFORM 280-IDENTIFICAR-OPERANTE
                   IF flag-operante = 0
                       MOVE 0 TO flag-usd
                   END-IF
               END-IF.
               IF flag-usd = 1
                   MOVE cdl-saldo TO ws-usd-saldo-ant
                   ADD usd-importe-aux TO cdl-saldo
                   REWRITE cdl-reg
                   MOVE "DEP-USD" TO usd-concepto-aux
                   MOVE usd-importe-aux TO usd-mov-importe
                   PERFORM 2590-GRABAR-MOV-USD
                   ADD 1 TO ws-ses-cant-dep-usd
                   ADD usd-importe-aux TO ws-ses-monto-dep-usd
                   DISPLAY "Deposito acreditado. Saldo U$S ", cdl-saldo
               END-IF.

      *    En dolares no hay descubierto: no se extrae mas que el
      *    saldo, y un embargo activo frena la extraccion igual que
      *    en pesos.
           2530-EXTRACCION-USD.
               PERFORM 2506-VALIDAR-OPERACION-USD.
               IF flag-usd = 1
                   PERFORM 2561-EXIGIR-COTIZACION
               END-IF.
               IF flag-usd = 1
                   DISPLAY "Importe en dolares a extraer."
                   ACCEPT usd-importe-aux
                   IF usd-importe-aux = 0 OR usd-importe-aux > cdl-saldo
                       DISPLAY "Saldo en dolares insuficiente - "
                           "U$S ", cdl-saldo
                       MOVE 0 TO flag-usd
                   END-IF
               END-IF.
               IF flag-usd = 1
                   MOVE usd-socio-aux TO emb-socio-aux
                   PERFORM 270-VERIFICAR-EMBARGO
                   IF flag-embargado = 1
                       COMPUTE saldo-aux = cdl-saldo - usd-importe-aux
                       PERFORM 275-RECHAZO-EMBARGO
                       MOVE 0 TO flag-usd
                   END-IF
               END-IF.
               IF flag-usd = 1
                   MOVE ws-usd-compra TO ws-usd-cotizacion
                   PERFORM 2565-IMPORTE-OPERANTE-USD
                   PERFORM 280-IDENTIFICAR-OPERANTE
                   IF flag-operante = 0
                       MOVE 0 TO flag-usd
                   END-IF
               END-IF.
               IF flag-usd = 1
                   MOVE cdl-saldo TO ws-usd-saldo-ant
                   SUBTRACT usd-importe-aux FROM cdl-saldo
                   REWRITE cdl-reg
                   MOVE "EXT-USD" TO usd-concepto-aux
                   COMPUTE usd-mov-importe = 0 - usd-importe-aux
                   PERFORM 2590-GRABAR-MOV-USD
                   ADD 1 TO ws-ses-cant-ext-usd
                   ADD usd-importe-aux TO ws-ses-monto-ext-usd
                   DISPLAY "Extraccion realizada. Saldo U$S ",
                       cdl-saldo
               END-IF.

      *    El socio compra dolares: se debitan los pesos a la
      *    cotizacion vendedor, con las mismas autorizaciones que
      *    cualquier debito, y se acreditan los dolares.
           2540-COMPRA-USD.
               PERFORM 2506-VALIDAR-OPERACION-USD.
               IF flag-usd = 1
                   PERFORM 2561-EXIGIR-COTIZACION
               END-IF.
               IF flag-usd = 1
                   DISPLAY "Cotizacion vendedor: $", ws-usd-venta
                   DISPLAY "Importe en dolares a comprar."
                   ACCEPT usd-importe-aux
                   COMPUTE usd-pesos-aux ROUNDED =
                       usd-importe-aux * ws-usd-venta
                   COMPUTE ws-usd-saldo-nuevo =
                       cdl-saldo + usd-importe-aux
                   IF usd-importe-aux = 0 OR
                       usd-pesos-aux > 999999.99 OR
                       ws-usd-saldo-nuevo > 9999999.99
                       DISPLAY "Importe invalido - operacion "
                           "cancelada"
                       MOVE 0 TO flag-usd
                   ELSE
                       DISPLAY "Se debitan $", usd-pesos-aux,
                           " de la cuenta en pesos"
                   END-IF
               END-IF.
               IF flag-usd = 1
                   MOVE usd-pesos-aux TO ws-oper-importe
                   PERFORM 280-IDENTIFICAR-OPERANTE
                   IF flag-operante = 0
                       MOVE 0 TO flag-usd
                   END-IF
               END-IF.
               IF flag-usd = 1
                   MOVE usd-pesos-aux TO ws-aut-importe
                   COMPUTE saldo-aux = soc-saldo - usd-pesos-aux
                   PERFORM 295-AUTORIZAR-DEBITO
                   IF ws-aut-resultado NOT = "A"
                       PERFORM 296-RECHAZO-AUTORIZACION
                       MOVE 0 TO flag-usd
                   END-IF
               END-IF.
               IF flag-usd = 1
                   MOVE "COMPRA-USD" TO aud-operacion
                   MOVE soc-saldo TO aud-valor-antes
                   SUBTRACT usd-pesos-aux FROM soc-saldo
                   MOVE soc-saldo TO aud-valor-despues
                   PERFORM 546-ACTUALIZAR-FECHA-ROJO
                   REWRITE soc-reg
                   PERFORM 950-GRABAR-AUDITORIA
                   MOVE "COMPRA-USD" TO mov-concepto-aux
                   COMPUTE mov-importe-aux = 0 - usd-pesos-aux
                   PERFORM 955-GRABAR-MOVIMIENTO
                   MOVE cdl-saldo TO ws-usd-saldo-ant
                   ADD usd-importe-aux TO cdl-saldo
                   REWRITE cdl-reg
                   MOVE ws-usd-venta TO ws-usd-cotizacion
                   MOVE "COMPRA-USD" TO usd-concepto-aux
                   MOVE usd-importe-aux TO usd-mov-importe
                   PERFORM 2590-GRABAR-MOV-USD
                   MOVE "COM-CAMBIO" TO ws-comi-concepto
                   PERFORM 285-COBRAR-COMISION
                   DISPLAY "Compra realizada. Saldo U$S ", cdl-saldo
               END-IF.

      *    El socio vende dolares: salen de la cuenta en dolares y
      *    se acreditan los pesos a la cotizacion comprador.
           2550-VENTA-USD.
               PERFORM 2506-VALIDAR-OPERACION-USD.
               IF flag-usd = 1
                   PERFORM 2561-EXIGIR-COTIZACION
               END-IF.
               IF flag-usd = 1
                   DISPLAY "Cotizacion comprador: $", ws-usd-compra
                   DISPLAY "Importe en dolares a vender."
                   ACCEPT usd-importe-aux
                   COMPUTE usd-pesos-aux ROUNDED =
                       usd-importe-aux * ws-usd-compra
                   IF usd-importe-aux = 0 OR usd-importe-aux > cdl-saldo
                       DISPLAY "Saldo en dolares insuficiente - "
                           "U$S ", cdl-saldo
                       MOVE 0 TO flag-usd
                   ELSE
                       IF usd-pesos-aux > 999999.99 OR
                           soc-saldo + usd-pesos-aux > 999999.99
                           DISPLAY "El saldo en pesos excederia el "
                               "maximo - operacion cancelada"
                           MOVE 0 TO flag-usd
                       ELSE
                           DISPLAY "Se acreditan $", usd-pesos-aux,
                               " en la cuenta en pesos"
                       END-IF
                   END-IF
               END-IF.
               IF flag-usd = 1
                   MOVE usd-socio-aux TO emb-socio-aux
                   PERFORM 270-VERIFICAR-EMBARGO
                   IF flag-embargado = 1
                       COMPUTE saldo-aux = cdl-saldo - usd-importe-aux
                       PERFORM 275-RECHAZO-EMBARGO
                       MOVE 0 TO flag-usd
                   END-IF
               END-IF.
               IF flag-usd = 1
                   MOVE usd-pesos-aux TO ws-oper-importe
                   PERFORM 280-IDENTIFICAR-OPERANTE
                   IF flag-operante = 0
                       MOVE 0 TO flag-usd
                   END-IF
               END-IF.
               IF flag-usd = 1
                   MOVE cdl-saldo TO ws-usd-saldo-ant
                   SUBTRACT usd-importe-aux FROM cdl-saldo
                   REWRITE cdl-reg
                   MOVE ws-usd-compra TO ws-usd-cotizacion
                   MOVE "VENTA-USD" TO usd-concepto-aux
                   COMPUTE usd-mov-importe = 0 - usd-importe-aux
                   PERFORM 2590-GRABAR-MOV-USD
                   MOVE "VENTA-USD" TO aud-operacion
                   MOVE soc-saldo TO aud-valor-antes
                   ADD usd-pesos-aux TO soc-saldo
                   MOVE soc-saldo TO aud-valor-despues
                   PERFORM 546-ACTUALIZAR-FECHA-ROJO
                   REWRITE soc-reg
                   PERFORM 950-GRABAR-AUDITORIA
                   MOVE "VENTA-USD" TO mov-concepto-aux
                   MOVE usd-pesos-aux TO mov-importe-aux
                   PERFORM 955-GRABAR-MOVIMIENTO
                   MOVE "COM-CAMBIO" TO ws-comi-concepto
                   PERFORM 285-COBRAR-COMISION
                   DISPLAY "Venta realizada. Saldo U$S ", cdl-saldo
               END-IF.

      *    Cotizaciones comprador y vendedor vigentes a la fecha de
      *    negocio (DOLAR-COMPRA y DOLAR-VENTA en parametros.txt). Sin
      *    cotizacion cargada no se opera en dolares.
           2560-LEER-COTIZACION.
               MOVE 0 TO ws-usd-compra.
               MOVE 0 TO ws-usd-venta.
               MOVE ws-fecha-negocio TO ws-par-fecha.
               MOVE "DOLAR-COMPRA" TO ws-par-clave.
               PERFORM 338-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-usd-compra
               END-IF.
               MOVE "DOLAR-VENTA" TO ws-par-clave.
               PERFORM 338-LEER-PARAMETRO.
               IF ws-par-resultado = "O"
                   MOVE ws-par-valor TO ws-usd-venta
               END-IF.
               IF ws-usd-compra = 0 OR ws-usd-venta = 0
                   MOVE 0 TO flag-usd-cotiz
               ELSE
                   MOVE 1 TO flag-usd-cotiz
               END-IF.

           2561-EXIGIR-COTIZACION.
               PERFORM 2560-LEER-COTIZACION.
               IF flag-usd-cotiz = 0
                   DISPLAY "No hay cotizacion del dolar cargada para "
                       "el ", ws-fecha-negocio, " - operacion "
                       "rechazada"
                   MOVE 0 TO flag-usd
               END-IF.

      *    El tope por operacion de cotitulares y autorizados esta en
      *    pesos: se compara contra el equivalente del importe.
           2565-IMPORTE-OPERANTE-USD.
               COMPUTE usd-pesos-aux ROUNDED =
                   usd-importe-aux * ws-usd-cotizacion.
               IF usd-pesos-aux > 9999999.99
                   MOVE 9999999.99 TO ws-oper-importe
               ELSE
                   MOVE usd-pesos-aux TO ws-oper-importe
               END-IF.

           2570-CONSULTA-USD.
               PERFORM 2505-LEER-CUENTA-USD.
               IF flag-usd = 1 AND flag-usd-cuenta = 0
                   DISPLAY "El socio no tiene cuenta en dolares"
                   MOVE 0 TO flag-usd
               END-IF.
               IF flag-usd = 1
                   DISPLAY usd-socio-aux, " - ", soc-nom
                   IF flag-usd-cuenta = 1
                       DISPLAY "  Cuenta en dolares ABIERTA desde ",
                           cdl-fecha-alta
                   ELSE
                       DISPLAY "  Cuenta en dolares CERRADA el ",
                           cdl-fecha-estado
                   END-IF
                   DISPLAY "  Saldo U$S ", cdl-saldo
                   PERFORM 2560-LEER-COTIZACION
                   IF flag-usd-cotiz = 1
                       DISPLAY "  Cotizacion del dia: comprador $",
                           ws-usd-compra, " vendedor $", ws-usd-venta
                   END-IF
                   DISPLAY "  Movimientos en dolares:"
                   MOVE 0 TO flag-hubo-movs
                   OPEN INPUT MOV-DOLARES
                   IF mdl-fileStatus = "00"
                       MOVE 1 TO flag-usd-lee
                       PERFORM UNTIL flag-usd-lee = 0
                           READ MOV-DOLARES AT END
                               MOVE 0 TO flag-usd-lee
                           NOT AT END
                               IF mdl-socio = usd-socio-aux
                                   DISPLAY "  ", mdl-fecha-hora(1:8),
                                       " ", mdl-concepto, " U$S ",
                                       mdl-importe, " a $",
                                       mdl-cotizacion, " saldo U$S ",
                                       mdl-saldo-result
                                   MOVE 1 TO flag-hubo-movs
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE MOV-DOLARES
                   END-IF
                   IF flag-hubo-movs = 0
                       DISPLAY "  (sin movimientos)"
                   END-IF
               END-IF.

      *    Solo se cierra en cero: el saldo se vende o se extrae antes.
           2580-CERRAR-CUENTA-USD.
               PERFORM 2505-LEER-CUENTA-USD.
               IF flag-usd = 1 AND flag-usd-cuenta NOT = 1
                   DISPLAY "El socio no tiene cuenta en dolares "
                       "abierta"
                   MOVE 0 TO flag-usd
               END-IF.
               IF flag-usd = 1 AND cdl-saldo NOT = 0
                   DISPLAY "La cuenta tiene saldo U$S ", cdl-saldo,
                       " - vender o extraer antes de cerrar"
                   MOVE 0 TO flag-usd
               END-IF.
               IF flag-usd = 1
                   SET cdl-cerrada TO TRUE
                   MOVE ws-fecha-negocio TO cdl-fecha-estado
                   MOVE ws-operador-id TO cdl-operador
                   REWRITE cdl-reg
                   MOVE "USD-CIERRE" TO aud-operacion
                   MOVE cdl-fecha-alta TO aud-valor-antes
                   MOVE cdl-fecha-estado TO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   DISPLAY "Cuenta en dolares cerrada"
               END-IF.

      *    Movimiento en dolares: auditoria del saldo en U$S y linea
      *    en el diario de dolares con la cotizacion aplicada y su
      *    equivalente en pesos, que es lo que contabiliza el cierre.
           2590-GRABAR-MOV-USD.
               MOVE usd-concepto-aux TO aud-operacion.
               MOVE ws-usd-saldo-ant TO aud-valor-antes.
               MOVE cdl-saldo TO aud-valor-despues.
               PERFORM 950-GRABAR-AUDITORIA.
               MOVE usd-socio-aux TO mdl-socio.
               MOVE ws-fecha-negocio TO mdl-fecha-hora(1:8).
               MOVE FUNCTION CURRENT-DATE(9:6) TO mdl-fecha-hora(9:6).
               MOVE ws-operador-id TO mdl-operador.
               MOVE usd-concepto-aux TO mdl-concepto.
               MOVE usd-mov-importe TO mdl-importe.
               MOVE cdl-saldo TO mdl-saldo-result.
               MOVE ws-usd-cotizacion TO mdl-cotizacion.
               COMPUTE mdl-importe-pesos ROUNDED =
                   usd-mov-importe * ws-usd-cotizacion.
               MOVE ws-dni-operante TO mdl-dni-operante.
               MOVE ws-oper-filial TO mdl-filial-oper.
               MOVE soc-filial TO mdl-filial-socio.
               OPEN EXTEND MOV-DOLARES.
               IF mdl-fileStatus NOT = "00"
                   OPEN OUTPUT MOV-DOLARES
               END-IF.
               WRITE mdl-reg.
               CLOSE MOV-DOLARES.

      *    Saldo en dolares del socio en soc-cod para estados de
      *    cuenta y consultas; flag-usd-cuenta en 1 si tiene cuenta
      *    abierta.
           2595-SALDO-DOLARES-SOCIO.
               MOVE 0 TO flag-usd-cuenta.
               OPEN INPUT CUENTAS-DOLARES.
               IF cdl-fileStatus = "00"
                   MOVE soc-cod TO cdl-socio
                   READ CUENTAS-DOLARES INVALID KEY
                       MOVE 0 TO flag-usd-cuenta
                   NOT INVALID KEY
                       IF cdl-abierta
                           MOVE 1 TO flag-usd-cuenta
                       END-IF
                   END-READ
                   CLOSE CUENTAS-DOLARES
               END-IF.

      *    Reimpresion de la hoja de un socio de la ultima emision
      *    anual de informacion fiscal del anio pedido: se busca la
      *    emision en el catalogo y se copia la hoja del socio, desde
      *    su titulo hasta el titulo siguiente.
           2600-REIMPRIMIR-FISCAL.
               PERFORM 310-INICIO.
               DISPLAY "Codigo de socio:".
               ACCEPT ws-fis-socio.
               DISPLAY "Anio informado (AAAA):".
               ACCEPT ws-fis-anio.
               MOVE SPACES TO ws-nombre-spool-fis.
               OPEN INPUT CATALOGO.
               IF cat-fileStatus = "00"
                   MOVE 1 TO flag-fis-lee
                   PERFORM UNTIL flag-fis-lee = 0
                       READ CATALOGO AT END
                           MOVE 0 TO flag-fis-lee
                       NOT AT END
                           IF cat-programa = "INFO-FISCAL" AND
                               cat-archivo(15:4) = ws-fis-anio
                               MOVE cat-archivo TO ws-nombre-spool-fis
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CATALOGO
               END-IF.
               IF ws-nombre-spool-fis = SPACES
                   DISPLAY "No hay emision de informacion fiscal del "
                       "anio ", ws-fis-anio
               ELSE
                   PERFORM 2610-COPIAR-HOJA-FISCAL
               END-IF.
               PERFORM 350-FIN.

           2610-COPIAR-HOJA-FISCAL.
               OPEN INPUT SPOOL-FISCAL.
               IF sfi-fileStatus NOT = "00"
                   DISPLAY "No se encontro el archivo de spool ",
                       FUNCTION TRIM(ws-nombre-spool-fis)
               ELSE
                   MOVE 0 TO flag-fis
                   MOVE 0 TO cant-lin-fis
                   MOVE 1 TO flag-fis-lee
                   PERFORM UNTIL flag-fis-lee = 0
                       READ SPOOL-FISCAL AT END
                           MOVE 0 TO flag-fis-lee
                       NOT AT END
                           IF sfi-linea(1:38) =
                               "INFORMACION PARA DECLARACIONES JURADAS"
                               IF flag-fis = 1
                                   MOVE 0 TO flag-fis-lee
                               ELSE
                                   IF sfi-linea(67:6) = ws-fis-socio
                                       MOVE 1 TO flag-fis
                                       OPEN OUTPUT IMPRESION-FISCAL
                                   END-IF
                               END-IF
                           END-IF
                           IF flag-fis = 1 AND flag-fis-lee = 1
                               MOVE sfi-linea TO ifi-linea
                               WRITE ifi-linea
                               ADD 1 TO cant-lin-fis
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SPOOL-FISCAL
                   IF flag-fis = 1
                       CLOSE IMPRESION-FISCAL
                       DISPLAY "Informacion fiscal ", ws-fis-anio,
                           " del socio ", ws-fis-socio,
                           " reimpresa en ..\infoFiscal.txt"
                       MOVE ws-fis-socio TO cod-aux
                       MOVE "REIMP-FISCAL" TO aud-operacion
                       MOVE ws-fis-anio TO aud-valor-antes
                       MOVE cant-lin-fis TO aud-valor-despues
                       PERFORM 950-GRABAR-AUDITORIA
                   ELSE
                       DISPLAY "El socio ", ws-fis-socio, " no figura "
                           "en la emision del anio ", ws-fis-anio
                   END-IF
               END-IF.

      *************************************************************************
      *    Preferencias de contacto para los avisos nocturnos: el
      *    socio elige canal, destino, que avisos quiere y desde que
      *    importe se le avisan los debitos; puede darse de baja de
      *    todos los avisos sin perder lo cargado.
           2700-MENU-AVISOS.
               PERFORM 310-INICIO.
               OPEN I-O CONTACTOS.
               IF ctc-fileStatus = "35"
                   OPEN OUTPUT CONTACTOS
                   CLOSE CONTACTOS
                   OPEN I-O CONTACTOS
               END-IF.
               MOVE 9 TO opc-avisos.
               PERFORM UNTIL opc-avisos = 0
                   DISPLAY "AVISOS: 1-Cargar o modificar preferencias,"
                       " 2-Consultar, 3-Baja de avisos,"
                   DISPLAY "        4-Ofertas comerciales (acepta o "
                       "no), 0-Volver"
                   ACCEPT opc-avisos
                   EVALUATE opc-avisos
                       WHEN 1
                           PERFORM 2710-CARGAR-PREFERENCIAS
                       WHEN 2
                           PERFORM 2720-CONSULTAR-PREFERENCIAS
                       WHEN 3
                           PERFORM 2730-BAJA-AVISOS
                       WHEN 4
                           PERFORM 2740-OFERTAS-COMERCIALES
                   END-EVALUATE
               END-PERFORM.
               CLOSE CONTACTOS.
               PERFORM 350-FIN.

      *    Lee el socio y sus preferencias. flag-ctc queda en 1 si el
      *    socio existe; flag-ctc-existe en 1 si ya tiene preferencias.
           2705-LEER-CONTACTO.
               MOVE 1 TO flag-ctc.
               MOVE 0 TO flag-ctc-existe.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT ctc-socio-aux.
               MOVE ctc-socio-aux TO soc-cod.
               MOVE ctc-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
                   MOVE 0 TO flag-ctc
               END-READ.
               IF flag-ctc = 1
                   MOVE ctc-socio-aux TO ctc-socio
                   READ CONTACTOS INVALID KEY
                       MOVE 0 TO flag-ctc-existe
                   NOT INVALID KEY
                       MOVE 1 TO flag-ctc-existe
                   END-READ
               END-IF.

           2710-CARGAR-PREFERENCIAS.
               PERFORM 2705-LEER-CONTACTO.
               IF flag-ctc = 1 AND NOT soc-activo
                   DISPLAY "El socio no esta activo - no se cargan "
                       "avisos"
                   MOVE 0 TO flag-ctc
               END-IF.
               IF flag-ctc = 1
                   IF flag-ctc-existe = 0
                       INITIALIZE ctc-reg
                       MOVE ctc-socio-aux TO ctc-socio
                       MOVE soc-telefono TO ctc-telefono
                       MOVE "NNNNNN" TO ctc-avisos
                   END-IF
                   MOVE ctc-avisos TO aud-valor-antes
                   PERFORM 2712-INGRESAR-CANAL
               END-IF.
               IF flag-ctc = 1
                   DISPLAY "Responda S/N para cada aviso."
                   DISPLAY "Debitos sobre un importe? (actual ",
                       ctc-av-debito, ")"
                   ACCEPT ctc-resp
                   PERFORM 2715-NORMALIZAR-RESPUESTA
                   MOVE ctc-resp TO ctc-av-debito
                   IF ctc-av-debito = "S"
                       DISPLAY "Avisar debitos desde $ (actual ",
                           ctc-umbral-debito, "):"
                       ACCEPT ctc-umbral-debito
                   ELSE
                       MOVE 0 TO ctc-umbral-debito
                   END-IF
                   DISPLAY "Vencimiento de plazo fijo? (actual ",
                       ctc-av-plazo-fijo, ")"
                   ACCEPT ctc-resp
                   PERFORM 2715-NORMALIZAR-RESPUESTA
                   MOVE ctc-resp TO ctc-av-plazo-fijo
                   DISPLAY "Vencimiento y mora de cuotas de "
                       "prestamo? (actual ", ctc-av-prestamo, ")"
                   ACCEPT ctc-resp
                   PERFORM 2715-NORMALIZAR-RESPUESTA
                   MOVE ctc-resp TO ctc-av-prestamo
                   DISPLAY "Cheques rechazados? (actual ",
                       ctc-av-cheque, ")"
                   ACCEPT ctc-resp
                   PERFORM 2715-NORMALIZAR-RESPUESTA
                   MOVE ctc-resp TO ctc-av-cheque
                   DISPLAY "Embargos? (actual ", ctc-av-embargo, ")"
                   ACCEPT ctc-resp
                   PERFORM 2715-NORMALIZAR-RESPUESTA
                   MOVE ctc-resp TO ctc-av-embargo
                   DISPLAY "Cambios de clave o de estado de la cuenta "
                       "y tarjetas? (actual ", ctc-av-seguridad, ")"
                   ACCEPT ctc-resp
                   PERFORM 2715-NORMALIZAR-RESPUESTA
                   MOVE ctc-resp TO ctc-av-seguridad
                   SET ctc-adherido TO TRUE
                   MOVE ws-fecha-negocio TO ctc-fecha-modif
                   MOVE ws-operador-id TO ctc-operador
                   IF flag-ctc-existe = 1
                       REWRITE ctc-reg
                   ELSE
                       WRITE ctc-reg
                   END-IF
                   MOVE "AVISOS-MODIF" TO aud-operacion
                   MOVE SPACES TO aud-valor-despues
                   STRING ctc-canal " "  DELIMITED BY SIZE
                          ctc-avisos     DELIMITED BY SIZE
                          INTO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   DISPLAY "Preferencias de avisos grabadas para el "
                       "socio ", ctc-socio-aux
               END-IF.

      *    El destino depende del canal: telefono celular para SMS,
      *    direccion de correo para e-mail. Sin destino no se graba.
           2712-INGRESAR-CANAL.
               DISPLAY "Canal: S-SMS, E-E-mail (actual ", ctc-canal,
                   ")".
               ACCEPT ctc-canal-aux.
               MOVE FUNCTION UPPER-CASE(ctc-canal-aux) TO ctc-canal-aux.
               IF ctc-canal-aux NOT = "S" AND ctc-canal-aux NOT = "E"
                   DISPLAY "Canal invalido"
                   MOVE 0 TO flag-ctc
               ELSE
                   MOVE ctc-canal-aux TO ctc-canal
                   MOVE SPACES TO ctc-destino-aux
                   IF ctc-sms
                       DISPLAY "Telefono celular (blanco = ",
                           FUNCTION TRIM(ctc-telefono), "):"
                       ACCEPT ctc-destino-aux
                       IF ctc-destino-aux NOT = SPACES
                           MOVE ctc-destino-aux TO ctc-telefono
                       END-IF
                       IF ctc-telefono = SPACES
                           DISPLAY "Falta el telefono para SMS"
                           MOVE 0 TO flag-ctc
                       END-IF
                   ELSE
                       DISPLAY "Direccion de e-mail (blanco = ",
                           FUNCTION TRIM(ctc-mail), "):"
                       ACCEPT ctc-destino-aux
                       IF ctc-destino-aux NOT = SPACES
                           MOVE ctc-destino-aux TO ctc-mail
                       END-IF
                       IF ctc-mail = SPACES
                           DISPLAY "Falta la direccion de e-mail"
                           MOVE 0 TO flag-ctc
                       END-IF
                   END-IF
               END-IF.

           2715-NORMALIZAR-RESPUESTA.
               MOVE FUNCTION UPPER-CASE(ctc-resp) TO ctc-resp.
               IF ctc-resp NOT = "S"
                   MOVE "N" TO ctc-resp
               END-IF.

           2720-CONSULTAR-PREFERENCIAS.
               PERFORM 2705-LEER-CONTACTO.
               IF flag-ctc = 1
                   IF flag-ctc-existe = 0
                       DISPLAY "El socio no tiene avisos cargados"
                   ELSE
                       IF ctc-desadherido
                           DISPLAY "SOCIO DADO DE BAJA DE LOS AVISOS"
                       END-IF
                       IF ctc-sms
                           DISPLAY "Canal SMS al ",
                               FUNCTION TRIM(ctc-telefono)
                       ELSE
                           DISPLAY "Canal e-mail a ",
                               FUNCTION TRIM(ctc-mail)
                       END-IF
                       DISPLAY "Debitos: ", ctc-av-debito,
                           " desde $", ctc-umbral-debito
                       DISPLAY "Plazo fijo: ", ctc-av-plazo-fijo,
                           "  Prestamos: ", ctc-av-prestamo,
                           "  Cheques: ", ctc-av-cheque
                       DISPLAY "Embargos: ", ctc-av-embargo,
                           "  Clave y estado: ", ctc-av-seguridad
                       DISPLAY "Ultima modificacion ",
                           ctc-fecha-modif, " por ",
                           FUNCTION TRIM(ctc-operador)
                   END-IF
               END-IF.

           2730-BAJA-AVISOS.
               PERFORM 2705-LEER-CONTACTO.
               IF flag-ctc = 1
                   IF flag-ctc-existe = 0 OR ctc-desadherido
                       DISPLAY "El socio no esta adherido a los avisos"
                   ELSE
                       SET ctc-desadherido TO TRUE
                       MOVE ws-fecha-negocio TO ctc-fecha-modif
                       MOVE ws-operador-id TO ctc-operador
                       REWRITE ctc-reg
                       MOVE "AVISOS-BAJA" TO aud-operacion
                       MOVE "ADHERIDO" TO aud-valor-antes
                       MOVE "BAJA" TO aud-valor-despues
                       PERFORM 950-GRABAR-AUDITORIA
                       DISPLAY "Socio ", ctc-socio-aux,
                           " dado de baja de los avisos"
                   END-IF
               END-IF.

      *    El socio puede pedir que no se le ofrezcan productos y
      *    volver a aceptarlos cuando quiera; es independiente de
      *    los avisos.
           2740-OFERTAS-COMERCIALES.
               PERFORM 2705-LEER-CONTACTO.
               IF flag-ctc = 1
                   OPEN I-O EXCLUSION-MARKETING
                   IF exm-fileStatus = "35"
                       OPEN OUTPUT EXCLUSION-MARKETING
                       CLOSE EXCLUSION-MARKETING
                       OPEN I-O EXCLUSION-MARKETING
                   END-IF
                   MOVE ctc-socio-aux TO exm-socio
                   READ EXCLUSION-MARKETING INVALID KEY
                       DISPLAY "El socio recibe ofertas comerciales. "
                           "Excluirlo? S/N"
                       ACCEPT ctc-resp
                       PERFORM 2715-NORMALIZAR-RESPUESTA
                       IF ctc-resp = "S"
                           MOVE ctc-socio-aux TO exm-socio
                           MOVE ws-fecha-negocio TO exm-fecha
                           MOVE ws-operador-id TO exm-operador
                           WRITE exm-reg
                           MOVE "MKT-EXCLUYE" TO aud-operacion
                           MOVE "ACEPTA" TO aud-valor-antes
                           MOVE "EXCLUIDO" TO aud-valor-despues
                           PERFORM 950-GRABAR-AUDITORIA
                           DISPLAY "Socio excluido de las campanias"
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "El socio no recibe ofertas desde el ",
                           exm-fecha, ". Vuelve a aceptarlas? S/N"
                       ACCEPT ctc-resp
                       PERFORM 2715-NORMALIZAR-RESPUESTA
                       IF ctc-resp = "S"
                           DELETE EXCLUSION-MARKETING RECORD
                           END-DELETE
                           MOVE "MKT-ACEPTA" TO aud-operacion
                           MOVE "EXCLUIDO" TO aud-valor-antes
                           MOVE "ACEPTA" TO aud-valor-despues
                           PERFORM 950-GRABAR-AUDITORIA
                           DISPLAY "El socio vuelve a recibir ofertas"
                       END-IF
                   END-READ
                   CLOSE EXCLUSION-MARKETING
               END-IF.

      *    Legajo de documentacion: se registra cada documento
      *    recibido con su fecha y vencimiento (por defecto la
      *    vigencia del tipo, LEG-VIG-xxx dias del maestro de
      *    parametros). Los faltantes los da de alta el control
      *    nocturno; al recibirlos aca dejan de bloquear debitos.
           2800-MENU-LEGAJO.
               PERFORM 310-INICIO.
               OPEN I-O LEGAJOS.
               IF leg-fileStatus = "35"
                   OPEN OUTPUT LEGAJOS
                   CLOSE LEGAJOS
                   OPEN I-O LEGAJOS
               END-IF.
               MOVE 9 TO opc-legajo.
               PERFORM UNTIL opc-legajo = 0
                   DISPLAY "LEGAJO: 1-Registrar documento recibido, "
                       "2-Consultar legajo, 0-Volver"
                   ACCEPT opc-legajo
                   EVALUATE opc-legajo
                       WHEN 1
                           PERFORM 2810-REGISTRAR-DOCUMENTO
                       WHEN 2
                           PERFORM 2820-CONSULTAR-LEGAJO
                   END-EVALUATE
               END-PERFORM.
               CLOSE LEGAJOS.
               PERFORM 350-FIN.

           2810-REGISTRAR-DOCUMENTO.
               MOVE 1 TO flag-leg.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT leg-socio-aux.
               MOVE leg-socio-aux TO soc-cod.
               MOVE leg-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
                   MOVE 0 TO flag-leg
               END-READ.
               IF flag-leg = 1
                   DISPLAY "Tipo: DNI-Copia de DNI, DOM-Constancia de "
                       "domicilio, PEP-DDJJ persona expuesta, "
                       "ING-Comprobante de ingresos"
                   ACCEPT leg-tipo-aux
                   MOVE FUNCTION UPPER-CASE(leg-tipo-aux)
                       TO leg-tipo-aux
                   IF leg-tipo-aux NOT = "DNI" AND
                       leg-tipo-aux NOT = "DOM" AND
                       leg-tipo-aux NOT = "PEP" AND
                       leg-tipo-aux NOT = "ING"
                       DISPLAY "Tipo de documento invalido"
                       MOVE 0 TO flag-leg
                   END-IF
               END-IF.
               IF flag-leg = 1
                   DISPLAY "Fecha de recepcion AAAAMMDD (0 = hoy):"
                   ACCEPT leg-recepcion-aux
                   IF leg-recepcion-aux = 0
                       MOVE ws-fecha-negocio TO leg-recepcion-aux
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(leg-recepcion-aux)
                       NOT = 0 OR leg-recepcion-aux > ws-fecha-negocio
                       DISPLAY "Fecha de recepcion invalida"
                       MOVE 0 TO flag-leg
                   END-IF
               END-IF.
               IF flag-leg = 1
                   PERFORM 2815-VIGENCIA-TIPO
                   COMPUTE leg-vto-aux = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(leg-recepcion-aux)
                       + ws-leg-vigencia)
                   DISPLAY "Vencimiento AAAAMMDD (0 = ", leg-vto-aux,
                       "):"
                   ACCEPT leg-vto-aux
                   IF leg-vto-aux = 0
                       COMPUTE leg-vto-aux = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(leg-recepcion-aux)
                           + ws-leg-vigencia)
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(leg-vto-aux) NOT = 0
                       OR leg-vto-aux <= ws-fecha-negocio
                       DISPLAY "Vencimiento invalido o ya vencido - "
                           "documento no registrado"
                       MOVE 0 TO flag-leg
                   END-IF
               END-IF.
               IF flag-leg = 1
                   MOVE leg-socio-aux TO leg-socio
                   MOVE leg-tipo-aux TO leg-tipo
                   MOVE SPACES TO aud-valor-antes
                   READ LEGAJOS INVALID KEY
                       MOVE 0 TO flag-leg-existe
                       MOVE 0 TO leg-fecha-reclamo
                   NOT INVALID KEY
                       MOVE 1 TO flag-leg-existe
                       STRING leg-tipo " " DELIMITED BY SIZE
                              leg-estado " " DELIMITED BY SIZE
                              leg-fecha-vto DELIMITED BY SIZE
                              INTO aud-valor-antes
                   END-READ
                   SET leg-recibido TO TRUE
                   MOVE leg-recepcion-aux TO leg-fecha-recepcion
                   MOVE leg-vto-aux TO leg-fecha-vto
                   MOVE ws-fecha-negocio TO leg-fecha-modif
                   MOVE ws-operador-id TO leg-operador
                   IF flag-leg-existe = 1
                       REWRITE leg-reg
                   ELSE
                       WRITE leg-reg
                   END-IF
                   MOVE "LEGAJO-DOC" TO aud-operacion
                   MOVE SPACES TO aud-valor-despues
                   STRING leg-tipo " R " DELIMITED BY SIZE
                          leg-fecha-vto DELIMITED BY SIZE
                          INTO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   DISPLAY "Documento ", leg-tipo, " registrado, vence "
                       "el ", leg-fecha-vto
               END-IF.

      *    Vigencia en dias del tipo de documento; sin la clave en el
      *    maestro: DNI diez anios, el resto un anio.
           2815-VIGENCIA-TIPO.
               MOVE SPACES TO ws-par-clave.
               STRING "LEG-VIG-" DELIMITED BY SIZE
                      leg-tipo-aux DELIMITED BY SIZE
                      INTO ws-par-clave.
               MOVE ws-fecha-negocio TO ws-par-fecha.
               MOVE "N" TO ws-par-resultado.
               CALL "LEE-PARAMETRO" USING ws-par-clave,
                   ws-par-fecha, ws-par-valor, ws-par-resultado
                   ON EXCEPTION
                       MOVE "N" TO ws-par-resultado
               END-CALL.
               IF ws-par-resultado = "O" AND ws-par-valor > 0
                   MOVE ws-par-valor TO ws-leg-vigencia
               ELSE
                   IF leg-tipo-aux = "DNI"
                       MOVE 3650 TO ws-leg-vigencia
                   ELSE
                       MOVE 365 TO ws-leg-vigencia
                   END-IF
               END-IF.

           2820-CONSULTAR-LEGAJO.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT leg-socio-aux.
               MOVE leg-socio-aux TO leg-socio.
               MOVE LOW-VALUES TO leg-tipo.
               START LEGAJOS KEY IS NOT LESS THAN leg-clave
                   INVALID KEY
                       MOVE 0 TO flag-leg-lee
                   NOT INVALID KEY
                       MOVE 1 TO flag-leg-lee
               END-START.
               MOVE 0 TO flag-leg-existe.
               PERFORM UNTIL flag-leg-lee = 0
                   READ LEGAJOS NEXT AT END
                       MOVE 0 TO flag-leg-lee
                   NOT AT END
                       IF leg-socio NOT = leg-socio-aux
                           MOVE 0 TO flag-leg-lee
                       ELSE
                           MOVE 1 TO flag-leg-existe
                           PERFORM 2825-MOSTRAR-DOCUMENTO
                       END-IF
                   END-READ
               END-PERFORM.
               IF flag-leg-existe = 0
                   DISPLAY "El socio no tiene documentos en el legajo"
               END-IF.

           2825-MOSTRAR-DOCUMENTO.
               IF leg-faltante
                   DISPLAY leg-tipo, "  FALTANTE, reclamado el ",
                       leg-fecha-reclamo
               ELSE
                   IF leg-fecha-vto < ws-fecha-negocio
                       MOVE "VENCIDO" TO ws-leg-situacion
                   ELSE
                       MOVE "VIGENTE" TO ws-leg-situacion
                   END-IF
                   DISPLAY leg-tipo, "  ", FUNCTION TRIM(
                       ws-leg-situacion), ", recibido el ",
                       leg-fecha-recepcion, ", vence el ",
                       leg-fecha-vto
               END-IF.

      *    Cumplimiento trabaja las coincidencias pendientes que dejan
      *    el alta, los cotitulares, los haberes y el recontrol al
      *    cargar una lista: cada una se confirma o se descarta como
      *    falso positivo, y asi no vuelve en el proximo recontrol.
           2900-MENU-LISTAS.
               PERFORM 310-INICIO.
               OPEN I-O COINCIDENCIAS.
               IF coi-fileStatus NOT = "00"
                   DISPLAY "No hay coincidencias registradas"
               ELSE
                   MOVE 99 TO opc-listas
                   PERFORM UNTIL opc-listas = 0
                       PERFORM 2910-LISTAR-PENDIENTES
                       IF cant-coi = 0
                           MOVE 0 TO opc-listas
                       ELSE
                           DISPLAY "Numero de coincidencia a resolver "
                               "(0 = volver):"
                           ACCEPT opc-listas
                           IF opc-listas > cant-coi
                               DISPLAY "Opcion Invalida"
                           ELSE
                               IF opc-listas > 0
                                   PERFORM 2920-RESOLVER-COINCIDENCIA
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE COINCIDENCIAS
               END-IF.
               PERFORM 350-FIN.

           2910-LISTAR-PENDIENTES.
               MOVE 0 TO cant-coi.
               MOVE LOW-VALUES TO coi-clave.
               START COINCIDENCIAS KEY IS NOT LESS THAN coi-clave
                   INVALID KEY
                       MOVE 0 TO flag-coi
                   NOT INVALID KEY
                       MOVE 1 TO flag-coi
               END-START.
               PERFORM UNTIL flag-coi = 0
                   READ COINCIDENCIAS NEXT AT END
                       MOVE 0 TO flag-coi
                   NOT AT END
                       IF coi-pendiente
                           IF cant-coi < 20
                               ADD 1 TO cant-coi
                               MOVE coi-clave TO tco-clave(cant-coi)
                               PERFORM 2915-MOSTRAR-COINCIDENCIA
                           ELSE
                               DISPLAY "(hay mas pendientes - resuelva "
                                   "estas primero)"
                               MOVE 0 TO flag-coi
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM.
               IF cant-coi = 0
                   DISPLAY "No hay coincidencias pendientes"
               END-IF.

           2915-MOSTRAR-COINCIDENCIA.
               IF coi-sanciones
                   MOVE "SANCIONES" TO ws-scr-lista-desc
               ELSE
                   MOVE "PEP" TO ws-scr-lista-desc
               END-IF.
               IF coi-por-documento
                   MOVE "DOCUMENTO" TO ws-coi-tipo-desc
               ELSE
                   MOVE "NOMBRE" TO ws-coi-tipo-desc
               END-IF.
               DISPLAY cant-coi, " - SOCIO ", coi-socio, " DOC ",
                   coi-documento, " ", FUNCTION TRIM(coi-nombre).
               DISPLAY "     LISTA ", FUNCTION TRIM(ws-scr-lista-desc),
                   " ", FUNCTION TRIM(coi-referencia), " ",
                   FUNCTION TRIM(coi-nombre-lista).
               DISPLAY "     POR ", FUNCTION TRIM(ws-coi-tipo-desc),
                   " - ", FUNCTION TRIM(coi-origen), " del ",
                   coi-fecha-alta.

           2920-RESOLVER-COINCIDENCIA.
               MOVE tco-clave(opc-listas) TO coi-clave.
               READ COINCIDENCIAS INVALID KEY
                   DISPLAY "La coincidencia ya no existe"
               NOT INVALID KEY
                   IF NOT coi-pendiente
                       DISPLAY "La coincidencia ya fue resuelta"
                   ELSE
                       PERFORM 2925-REGISTRAR-RESOLUCION
                   END-IF
               END-READ.

           2925-REGISTRAR-RESOLUCION.
               MOVE 9 TO coi-resol-aux.
               PERFORM UNTIL coi-resol-aux <= 2
                   DISPLAY "1-Confirmada (es la persona de la lista), "
                       "2-Falso positivo, 0-Dejar pendiente"
                   ACCEPT coi-resol-aux
               END-PERFORM.
               IF coi-resol-aux > 0
                   IF coi-resol-aux = 1
                       SET coi-confirmada TO TRUE
                       MOVE "SCREEN-CONFIR" TO aud-operacion
                   ELSE
                       SET coi-falso-positivo TO TRUE
                       MOVE "SCREEN-FALSO" TO aud-operacion
                   END-IF
                   MOVE ws-fecha-negocio TO coi-fecha-resol
                   MOVE ws-operador-id TO coi-operador
                   REWRITE coi-reg
                   MOVE coi-socio TO cod-aux
                   MOVE SPACES TO aud-valor-antes
                   STRING coi-lista       DELIMITED BY SIZE
                          " "             DELIMITED BY SIZE
                          coi-referencia  DELIMITED BY SIZE
                          INTO aud-valor-antes
                   MOVE coi-documento TO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   DISPLAY "Coincidencia resuelta"
               END-IF.

      *    Reclamos de socios: reemplaza el cuaderno de cada filial.
      *    Se registran con el movimiento discutido, se reasignan y
      *    los resuelve un supervisor: a favor del socio se revierte
      *    el movimiento (contraasiento) o se devuelve el importe
      *    reclamado en la misma pantalla.
           3000-MENU-RECLAMOS.
               PERFORM 310-INICIO.
               OPEN I-O RECLAMOS-SOCIOS.
               IF rso-fileStatus = "35"
                   OPEN OUTPUT RECLAMOS-SOCIOS
                   CLOSE RECLAMOS-SOCIOS
                   OPEN I-O RECLAMOS-SOCIOS
               END-IF.
               MOVE 9 TO opc-reclamo.
               PERFORM UNTIL opc-reclamo = 0
                   DISPLAY "RECLAMOS: 1-Registrar reclamo, 2-Consultar"
                       "/actualizar reclamo, 3-Reclamos de un socio, "
                       "0-Volver"
                   ACCEPT opc-reclamo
                   EVALUATE opc-reclamo
                       WHEN 1
                           PERFORM 3010-REGISTRAR-RECLAMO
                       WHEN 2
                           PERFORM 3020-ACTUALIZAR-RECLAMO
                       WHEN 3
                           PERFORM 3050-RECLAMOS-DE-SOCIO
                   END-EVALUATE
               END-PERFORM.
               CLOSE RECLAMOS-SOCIOS.
               PERFORM 350-FIN.

           3010-REGISTRAR-RECLAMO.
               MOVE 1 TO flag-rso.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT rso-socio-aux.
               MOVE rso-socio-aux TO soc-cod.
               MOVE rso-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
                   MOVE 0 TO flag-rso
               END-READ.
               IF flag-rso = 1
                   DISPLAY "Tipo: D-Debito no reconocido, C-Comision "
                       "mal cobrada, Q-Cheques, O-Otro"
                   ACCEPT rso-tipo-aux
                   MOVE FUNCTION UPPER-CASE(rso-tipo-aux)
                       TO rso-tipo-aux
                   IF rso-tipo-aux NOT = "D" AND
                       rso-tipo-aux NOT = "C" AND
                       rso-tipo-aux NOT = "Q" AND
                       rso-tipo-aux NOT = "O"
                       DISPLAY "Tipo de reclamo invalido"
                       MOVE 0 TO flag-rso
                   END-IF
               END-IF.
               IF flag-rso = 1
                   PERFORM 3012-ELEGIR-MOVIMIENTO
               END-IF.
               IF flag-rso = 1
                   PERFORM 3014-IMPORTE-RECLAMADO
               END-IF.
               IF flag-rso = 1
                   DISPLAY "Operador responsable (en blanco = usted):"
                   MOVE SPACES TO rso-responsable-aux
                   ACCEPT rso-responsable-aux
                   IF rso-responsable-aux = SPACES
                       MOVE ws-operador-id TO rso-responsable-aux
                   END-IF
                   DISPLAY "Descripcion del reclamo:"
                   MOVE SPACES TO rso-texto-aux
                   ACCEPT rso-texto-aux
                   PERFORM 3016-PROXIMO-NUMERO
                   MOVE rso-nro-aux TO rso-nro
                   MOVE rso-socio-aux TO rso-socio
                   MOVE soc-filial TO rso-filial
                   MOVE ws-fecha-negocio TO rso-fecha-alta
                   MOVE rso-tipo-aux TO rso-tipo
                   IF rso-fecha-mov-aux = 0
                       MOVE SPACE TO rso-mov-origen
                       MOVE SPACES TO rso-mov-fecha-hora
                       MOVE 0 TO rso-mov-seq
                       MOVE SPACES TO rso-mov-concepto
                       MOVE 0 TO rso-mov-importe
                   ELSE
                       MOVE trv-origen(rev-sel-aux) TO rso-mov-origen
                       MOVE trv-fecha-hora(rev-sel-aux)
                           TO rso-mov-fecha-hora
                       MOVE trv-seq(rev-sel-aux) TO rso-mov-seq
                       MOVE trv-concepto(rev-sel-aux)
                           TO rso-mov-concepto
                       MOVE trv-importe(rev-sel-aux) TO rso-mov-importe
                   END-IF
                   MOVE rso-importe-aux TO rso-importe
                   MOVE rso-responsable-aux TO rso-responsable
                   SET rso-abierto TO TRUE
                   MOVE 0 TO rso-fecha-resol
                   MOVE rso-texto-aux TO rso-descripcion
                   MOVE SPACES TO rso-resolucion
                   MOVE ws-operador-id TO rso-operador-alta
                   WRITE rso-reg
                   MOVE "RECLAMO-ALTA" TO aud-operacion
                   MOVE SPACES TO aud-valor-antes
                   MOVE SPACES TO aud-valor-despues
                   STRING rso-nro        DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          rso-tipo       DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          rso-importe    DELIMITED BY SIZE
                          INTO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   DISPLAY "Reclamo Nro ", rso-nro, " registrado - "
                       "responsable ", FUNCTION TRIM(rso-responsable)
               END-IF.

      *    Mismo listado de movimientos del dia que el contraasiento:
      *    diario e historico del socio en la fecha indicada.
           3012-ELEGIR-MOVIMIENTO.
               DISPLAY "Fecha del movimiento reclamado (AAAAMMDD, 0 = "
                   "no refiere a un movimiento):".
               ACCEPT rso-fecha-mov-aux.
               IF rso-fecha-mov-aux = 0
                   IF rso-tipo-aux = "D" OR rso-tipo-aux = "C"
                       DISPLAY "Un debito o comision reclamada debe "
                           "indicar el movimiento"
                       MOVE 0 TO flag-rso
                   END-IF
               ELSE
                   MOVE rso-socio-aux TO rev-socio-aux
                   MOVE rso-fecha-mov-aux TO rev-fecha-aux
                   MOVE 0 TO cant-trv
                   PERFORM 2212-CANDIDATOS-HISTORICO
                   PERFORM 2214-CANDIDATOS-DIARIO
                   IF cant-trv = 0
                       DISPLAY "El socio no tiene movimientos ese dia"
                       MOVE 0 TO flag-rso
                   END-IF
               END-IF.
               IF flag-rso = 1 AND rso-fecha-mov-aux > 0
                   PERFORM VARYING rev-sel-aux FROM 1 BY 1
                           UNTIL rev-sel-aux > cant-trv
                       MOVE trv-importe(rev-sel-aux) TO rev-importe-ed
                       DISPLAY rev-sel-aux, " - ",
                           trv-fecha-hora(rev-sel-aux), " ",
                           trv-concepto(rev-sel-aux), " $",
                           rev-importe-ed
                   END-PERFORM
                   DISPLAY "Numero de movimiento reclamado "
                       "(0 = ninguno):"
                   ACCEPT rev-sel-aux
                   IF rev-sel-aux = 0 OR rev-sel-aux > cant-trv
                       DISPLAY "Reclamo anulado"
                       MOVE 0 TO flag-rso
                   END-IF
               END-IF.
               IF flag-rso = 1 AND rso-fecha-mov-aux > 0
                   IF (rso-tipo-aux = "D" OR rso-tipo-aux = "C") AND
                       trv-importe(rev-sel-aux) >= 0
                       DISPLAY "El movimiento elegido no es un debito"
                       MOVE 0 TO flag-rso
                   END-IF
               END-IF.

           3014-IMPORTE-RECLAMADO.
               MOVE 0 TO rso-mov-abs.
               IF rso-fecha-mov-aux > 0
                   IF trv-importe(rev-sel-aux) < 0
                       COMPUTE rso-mov-abs =
                           0 - trv-importe(rev-sel-aux)
                   ELSE
                       MOVE trv-importe(rev-sel-aux) TO rso-mov-abs
                   END-IF
                   MOVE rso-mov-abs TO rso-importe-ed
                   DISPLAY "Importe reclamado (0 = $", rso-importe-ed,
                       " del movimiento):"
               ELSE
                   DISPLAY "Importe reclamado (0 = sin importe):"
               END-IF.
               ACCEPT rso-importe-aux.
               IF rso-importe-aux = 0
                   MOVE rso-mov-abs TO rso-importe-aux
               END-IF.
               IF rso-fecha-mov-aux > 0 AND
                   rso-importe-aux > rso-mov-abs
                   DISPLAY "El importe reclamado supera el del "
                       "movimiento"
                   MOVE 0 TO flag-rso
               END-IF.

      *    Numeracion correlativa: el ultimo numero del archivo mas
      *    uno.
           3016-PROXIMO-NUMERO.
               MOVE 0 TO rso-nro-aux.
               MOVE 0 TO rso-nro.
               START RECLAMOS-SOCIOS KEY IS NOT LESS THAN rso-nro
                   INVALID KEY
                       MOVE 0 TO flag-rso-lee
                   NOT INVALID KEY
                       MOVE 1 TO flag-rso-lee
               END-START.
               PERFORM UNTIL flag-rso-lee = 0
                   READ RECLAMOS-SOCIOS NEXT AT END
                       MOVE 0 TO flag-rso-lee
                   NOT AT END
                       MOVE rso-nro TO rso-nro-aux
                   END-READ
               END-PERFORM.
               ADD 1 TO rso-nro-aux.

           3020-ACTUALIZAR-RECLAMO.
               MOVE 1 TO flag-rso.
               DISPLAY "Numero de reclamo:".
               ACCEPT rso-nro-aux.
               MOVE rso-nro-aux TO rso-nro.
               READ RECLAMOS-SOCIOS INVALID KEY
                   DISPLAY "Reclamo inexistente"
                   MOVE 0 TO flag-rso
               END-READ.
               IF flag-rso = 1
                   PERFORM 3025-MOSTRAR-RECLAMO
                   IF NOT rso-abierto
                       DISPLAY "El reclamo esta cerrado"
                       MOVE 0 TO flag-rso
                   END-IF
               END-IF.
               IF flag-rso = 1
                   MOVE 9 TO opc-rso-accion
                   PERFORM UNTIL opc-rso-accion <= 3
                       DISPLAY "1-Reasignar responsable, 2-Resolver a "
                           "favor del socio, 3-Rechazar, 0-Volver"
                       ACCEPT opc-rso-accion
                   END-PERFORM
                   IF (opc-rso-accion = 2 OR opc-rso-accion = 3) AND
                       NOT rol-supervisor
                       DISPLAY "Solo un supervisor resuelve reclamos"
                       MOVE 0 TO opc-rso-accion
                   END-IF
                   EVALUATE opc-rso-accion
                       WHEN 1
                           PERFORM 3022-REASIGNAR
                       WHEN 2
                           PERFORM 3030-RESOLVER-A-FAVOR
                       WHEN 3
                           PERFORM 3028-RECHAZAR
                   END-EVALUATE
               END-IF.

           3022-REASIGNAR.
               DISPLAY "Nuevo operador responsable:".
               MOVE SPACES TO rso-responsable-aux.
               ACCEPT rso-responsable-aux.
               IF rso-responsable-aux NOT = SPACES
                   MOVE rso-socio TO cod-aux
                   MOVE "RECLAMO-RESP" TO aud-operacion
                   MOVE SPACES TO aud-valor-antes
                   STRING rso-nro " " DELIMITED BY SIZE
                          rso-responsable DELIMITED BY SIZE
                          INTO aud-valor-antes
                   MOVE rso-responsable-aux TO rso-responsable
                   REWRITE rso-reg
                   MOVE SPACES TO aud-valor-despues
                   STRING rso-nro " " DELIMITED BY SIZE
                          rso-responsable DELIMITED BY SIZE
                          INTO aud-valor-despues
                   PERFORM 950-GRABAR-AUDITORIA
                   DISPLAY "Reclamo reasignado"
               END-IF.

           3025-MOSTRAR-RECLAMO.
               EVALUATE TRUE
                   WHEN rso-debito
                       MOVE "DEBITO NO RECONOCIDO" TO ws-rso-tipo-desc
                   WHEN rso-comision
                       MOVE "COMISION MAL COBRADA" TO ws-rso-tipo-desc
                   WHEN rso-cheque
                       MOVE "CHEQUES" TO ws-rso-tipo-desc
                   WHEN OTHER
                       MOVE "OTRO" TO ws-rso-tipo-desc
               END-EVALUATE.
               EVALUATE TRUE
                   WHEN rso-abierto
                       MOVE "ABIERTO" TO ws-rso-estado-desc
                   WHEN rso-a-favor
                       MOVE "RESUELTO A FAVOR" TO ws-rso-estado-desc
                   WHEN OTHER
                       MOVE "RECHAZADO" TO ws-rso-estado-desc
               END-EVALUATE.
               IF rso-abierto
                   COMPUTE ws-rso-dias =
                       FUNCTION INTEGER-OF-DATE(ws-fecha-negocio) -
                       FUNCTION INTEGER-OF-DATE(rso-fecha-alta)
               ELSE
                   COMPUTE ws-rso-dias =
                       FUNCTION INTEGER-OF-DATE(rso-fecha-resol) -
                       FUNCTION INTEGER-OF-DATE(rso-fecha-alta)
               END-IF.
               MOVE rso-importe TO rso-importe-ed.
               DISPLAY "RECLAMO ", rso-nro, "  SOCIO ", rso-socio,
                   "  FILIAL ", rso-filial, "  DEL ", rso-fecha-alta,
                   " (", ws-rso-dias, " dias)".
               DISPLAY "  ", FUNCTION TRIM(ws-rso-tipo-desc), " - ",
                   FUNCTION TRIM(ws-rso-estado-desc), " - $",
                   rso-importe-ed, " - responsable ",
                   FUNCTION TRIM(rso-responsable).
               IF NOT rso-sin-movimiento
                   MOVE rso-mov-importe TO rev-importe-ed
                   DISPLAY "  MOVIMIENTO ", rso-mov-origen, " ",
                       rso-mov-fecha-hora, " ", rso-mov-seq, " ",
                       rso-mov-concepto, " $", rev-importe-ed
               END-IF.
               DISPLAY "  ", FUNCTION TRIM(rso-descripcion).
               IF NOT rso-abierto
                   DISPLAY "  RESUELTO EL ", rso-fecha-resol, ": ",
                       FUNCTION TRIM(rso-resolucion)
               END-IF.

           3028-RECHAZAR.
               DISPLAY "Fundamento del rechazo:".
               MOVE SPACES TO rso-texto-aux.
               ACCEPT rso-texto-aux.
               SET rso-rechazado TO TRUE.
               MOVE "RECLAMO-RECHAZ" TO aud-operacion.
               PERFORM 3045-CERRAR-RECLAMO.
               DISPLAY "Reclamo rechazado".

      *    A favor del socio: un debito o cheque reclamado por el
      *    total se revierte con el contraasiento del ABM (que no
      *    deja revertir dos veces); una comision, un importe
      *    parcial o un reclamo sin movimiento se devuelve con un
      *    credito DEV-COMISION o DEV-RECLAMO.
           3030-RESOLVER-A-FAVOR.
               PERFORM 080-LEER-FECHA-NEGOCIO.
               IF ws-fn-cerrado
                   DISPLAY "El dia de negocio ", ws-fn-ultimo,
                       " esta cerrado - no se opera hasta la "
                       "apertura del ", ws-fecha-negocio
                   MOVE 0 TO flag-rso
               END-IF.
               IF flag-rso = 1
                   MOVE rso-socio TO soc-cod
                   MOVE rso-socio TO cod-aux
                   READ SOCIOS INVALID KEY
                       DISPLAY "Socio Inexistente"
                       MOVE 0 TO flag-rso
                   END-READ
               END-IF.
               IF flag-rso = 1
                   DISPLAY "Resolucion:"
                   MOVE SPACES TO rso-texto-aux
                   ACCEPT rso-texto-aux
                   IF rso-mov-importe < 0
                       COMPUTE rso-mov-abs = 0 - rso-mov-importe
                   ELSE
                       MOVE rso-mov-importe TO rso-mov-abs
                   END-IF
                   EVALUATE TRUE
                       WHEN rso-importe = 0
                           DISPLAY "Reclamo sin importe - se cierra "
                               "sin ajuste"
                       WHEN rso-comision OR rso-sin-movimiento
                           OR rso-importe < rso-mov-abs
                           OR rso-mov-importe >= 0
                           PERFORM 3040-DEVOLVER-IMPORTE
                       WHEN OTHER
                           PERFORM 3035-REVERTIR-MOVIMIENTO
                   END-EVALUATE
               END-IF.
               IF flag-rso = 1
                   SET rso-a-favor TO TRUE
                   MOVE "RECLAMO-FAVOR" TO aud-operacion
                   PERFORM 3045-CERRAR-RECLAMO
                   DISPLAY "Reclamo resuelto a favor del socio"
               END-IF.

      *    El movimiento se busca por fecha y hora, concepto e
      *    importe: si ya paso del diario al historico cambia el
      *    origen pero no esos datos.
           3035-REVERTIR-MOVIMIENTO.
               MOVE rso-socio TO rev-socio-aux.
               MOVE rso-mov-fecha-hora(1:8) TO rev-fecha-aux.
               MOVE 0 TO cant-trv.
               PERFORM 2212-CANDIDATOS-HISTORICO.
               PERFORM 2214-CANDIDATOS-DIARIO.
               PERFORM VARYING rev-sel-aux FROM 1 BY 1
                       UNTIL rev-sel-aux > cant-trv
                   IF trv-fecha-hora(rev-sel-aux) = rso-mov-fecha-hora
                       AND trv-concepto(rev-sel-aux) = rso-mov-concepto
                       AND trv-importe(rev-sel-aux) = rso-mov-importe
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF rev-sel-aux > cant-trv
                   DISPLAY "El movimiento reclamado ya no esta en el "
                       "diario ni en el historico"
                   MOVE 0 TO flag-rso
               ELSE
                   MOVE 1 TO flag-rev
                   PERFORM 2220-VERIFICAR-REVERTIDO
                   IF flag-rev = 0
                       DISPLAY "El socio ya tiene el importe devuelto "
                           "- el reclamo se cierra sin nuevo ajuste"
                   ELSE
                       PERFORM 2230-EJECUTAR-CONTRAASIENTO
                       IF flag-rev = 0
                           MOVE 0 TO flag-rso
                       END-IF
                   END-IF
               END-IF.

           3040-DEVOLVER-IMPORTE.
               MOVE rso-importe TO rso-importe-ed.
               DISPLAY "Se acreditara la devolucion de $",
                   rso-importe-ed, " al socio ", rso-socio.
               DISPLAY "Confirma? 1-Si, 2-No"
               ACCEPT opc-rev.
               IF opc-rev NOT = 1
                   DISPLAY "Devolucion anulada"
                   MOVE 0 TO flag-rso
               END-IF.
               IF flag-rso = 1
                   COMPUTE saldo-nuevo = soc-saldo + rso-importe
                   IF saldo-nuevo > 999999.99
                       DISPLAY "El saldo excederia el maximo "
                           "representable - devolucion anulada"
                       MOVE 0 TO flag-rso
                   END-IF
               END-IF.
               IF flag-rso = 1
                   IF rso-comision
                       MOVE "DEV-COMISION" TO mov-concepto-aux
                   ELSE
                       MOVE "DEV-RECLAMO" TO mov-concepto-aux
                   END-IF
                   MOVE mov-concepto-aux TO aud-operacion
                   MOVE soc-saldo TO aud-valor-antes
                   ADD rso-importe TO soc-saldo
                   PERFORM 546-ACTUALIZAR-FECHA-ROJO
                   MOVE SPACES TO aud-valor-despues
                   STRING soc-saldo      DELIMITED BY SIZE
                          "|RECL"        DELIMITED BY SIZE
                          rso-nro        DELIMITED BY SIZE
                          INTO aud-valor-despues
                   REWRITE soc-reg
                   PERFORM 950-GRABAR-AUDITORIA
                   MOVE rso-importe TO mov-importe-aux
                   PERFORM 955-GRABAR-MOVIMIENTO
                   DISPLAY "Devolucion acreditada - nuevo saldo $",
                       soc-saldo
               END-IF.

           3045-CERRAR-RECLAMO.
               MOVE ws-fecha-negocio TO rso-fecha-resol.
               MOVE rso-texto-aux TO rso-resolucion.
               REWRITE rso-reg.
               MOVE rso-socio TO cod-aux.
               MOVE SPACES TO aud-valor-antes.
               STRING rso-nro " A" DELIMITED BY SIZE
                      INTO aud-valor-antes.
               MOVE SPACES TO aud-valor-despues.
               STRING rso-nro " " DELIMITED BY SIZE
                      rso-estado DELIMITED BY SIZE
                      INTO aud-valor-despues.
               PERFORM 950-GRABAR-AUDITORIA.

           3050-RECLAMOS-DE-SOCIO.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT rso-socio-aux.
               MOVE 0 TO flag-rso.
               MOVE 0 TO rso-nro.
               START RECLAMOS-SOCIOS KEY IS NOT LESS THAN rso-nro
                   INVALID KEY
                       MOVE 0 TO flag-rso-lee
                   NOT INVALID KEY
                       MOVE 1 TO flag-rso-lee
               END-START.
               PERFORM UNTIL flag-rso-lee = 0
                   READ RECLAMOS-SOCIOS NEXT AT END
                       MOVE 0 TO flag-rso-lee
                   NOT AT END
                       IF rso-socio = rso-socio-aux
                           MOVE 1 TO flag-rso
                           PERFORM 3025-MOSTRAR-RECLAMO
                       END-IF
                   END-READ
               END-PERFORM.
               IF flag-rso = 0
                   DISPLAY "El socio no tiene reclamos registrados"
               END-IF.

      *    Socios archivados por la corrida anual: siguen a mano por
      *    codigo para consulta y estado de cuenta, sin operar. La
      *    reactivacion los devuelve al maestro con sus movimientos.
           3100-LEER-ARCHIVADO.
               MOVE 0 TO flag-sh.
               OPEN INPUT SOCIOS-HISTORICO.
               IF sh-fileStatus = "00"
                   MOVE cod-aux TO sh-cod
                   READ SOCIOS-HISTORICO INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO flag-sh
                   END-READ
                   CLOSE SOCIOS-HISTORICO
               END-IF.

           3110-CONSULTA-ARCHIVADO.
               PERFORM 3100-LEER-ARCHIVADO.
               IF flag-sh = 0
                   DISPLAY "Socio Inexistente"
               ELSE
                   MOVE sh-datos TO soc-reg
                   PERFORM 290-ENMASCARAR-DATOS
                   MOVE 0 TO ws-valores-custodia
                   MOVE 0 TO cant-valores-custodia
                   IF modo-pantalla = "S"
                       MOVE "SOCIO ARCHIVADO" TO ws-pant-titulo
                       MOVE "Socio archivado - solo consulta. "
                           TO ws-msj-estado
                       MOVE "Presione ENTER" TO ws-msj-estado(35:)
                       DISPLAY pantalla-ver-socio
                       ACCEPT tecla-continuar
                   ELSE
                     DISPLAY soc-cod, " - ", soc-nom, " - $", soc-saldo,
                         " - ", soc-estado
                     DISPLAY "  SOCIO ARCHIVADO el ", sh-fecha-archivo,
                         " (ultima actividad ", sh-ult-actividad,
                         ") - solo consulta"
                     DISPLAY "  DNI: ", ws-dni-mostrar, " - Tel: ",
                         ws-tel-mostrar
                     DISPLAY "  Domicilio: ",
                         FUNCTION TRIM(soc-calle), " ", soc-num,
                         " piso ", soc-piso, " depto ", soc-depto
                     DISPLAY "  Fecha de alta: ", soc-fecha-alta
                   END-IF
               END-IF.

      *    Estado de cuenta de un archivado: la hoja sale del
      *    registro historico y los movimientos del archivo; no se
      *    cobra comision porque la cuenta esta cerrada.
           3120-ESTADO-ARCHIVADO.
               PERFORM 3100-LEER-ARCHIVADO.
               IF flag-sh = 0
                   DISPLAY "Socio Inexistente"
               ELSE
                   MOVE sh-datos TO soc-reg
                   DISPLAY "Socio archivado el ", sh-fecha-archivo,
                       " - estado de cuenta de solo consulta"
                   DISPLAY "Periodo DESDE (AAAAMMDD):"
                   ACCEPT est-fecha-desde
                   DISPLAY "Periodo HASTA (AAAAMMDD):"
                   ACCEPT est-fecha-hasta
                   PERFORM 770-GENERAR-HOJA
                   PERFORM 3125-MOVIMIENTOS-ARCHIVADOS
               END-IF.

           3125-MOVIMIENTOS-ARCHIVADOS.
               MOVE est-fecha-desde TO l-emt-desde.
               MOVE est-fecha-hasta TO l-emt-hasta.
               MOVE SPACES TO est-lin.
               WRITE est-lin AFTER ADVANCING 1 LINE.
               WRITE est-lin FROM est-mov-titulo
                   AFTER ADVANCING 1 LINE.
               MOVE 0 TO flag-hubo-movs.
               OPEN INPUT MOV-ARCHIVO.
               IF mva-fileStatus = "00"
                   MOVE soc-cod TO mva-socio
                   MOVE SPACES TO mva-fecha-hora
                   MOVE est-fecha-desde TO mva-fecha-hora(1:8)
                   MOVE 0 TO mva-seq
                   START MOV-ARCHIVO KEY IS NOT LESS THAN mva-clave
                       INVALID KEY
                           MOVE 0 TO flag-mva
                       NOT INVALID KEY
                           MOVE 1 TO flag-mva
                   END-START
                   PERFORM UNTIL flag-mva = 0
                       READ MOV-ARCHIVO NEXT AT END
                           MOVE 0 TO flag-mva
                       NOT AT END
                           IF mva-socio NOT = soc-cod OR
                               mva-fecha-hora(1:8) > est-fecha-hasta
                               MOVE 0 TO flag-mva
                           ELSE
                               MOVE mva-fecha-hora(1:8)
                                   TO l-emov-fecha
                               MOVE mva-concepto TO l-emov-concepto
                               MOVE mva-importe TO l-emov-importe
                               MOVE mva-saldo-result TO l-emov-saldo
                               WRITE est-lin FROM est-mov-lin
                                   AFTER ADVANCING 1 LINE
                               MOVE 1 TO flag-hubo-movs
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOV-ARCHIVO
               END-IF.
               IF flag-hubo-movs = 0
                   MOVE "  (sin movimientos en el periodo)" TO est-lin
                   WRITE est-lin AFTER ADVANCING 1 LINE
               END-IF.

      *    La reactivacion de un archivado lo vuelve a grabar en el
      *    maestro activo, devuelve sus movimientos al historico y
      *    lo borra del archivo.
           3130-REACTIVAR-ARCHIVADO.
               PERFORM 3100-LEER-ARCHIVADO.
               IF flag-sh = 0
                   DISPLAY "Socio Inexistente"
               ELSE
                   MOVE sh-datos TO soc-reg
                   SET soc-activo TO TRUE
                   WRITE soc-reg INVALID KEY
                       DISPLAY "ERROR Reactivacion Impedida"
                   NOT INVALID KEY
                       PERFORM 3135-RECUPERAR-MOVIMIENTOS
                       PERFORM 3138-BORRAR-ARCHIVADO
                       DISPLAY "REACTIVADO DESDE EL ARCHIVO - Socio ",
                           cod-aux, " (", cant-mva-recuperados,
                           " movimientos recuperados)"
                       MOVE "REACTIVAR" TO aud-operacion
                       MOVE "ARCHIVADO" TO aud-valor-antes
                       MOVE "ACTIVO" TO aud-valor-despues
                       PERFORM 950-GRABAR-AUDITORIA
                       PERFORM 448-RESTITUIR-CAPITAL
                   END-WRITE
               END-IF.

           3135-RECUPERAR-MOVIMIENTOS.
               MOVE 0 TO cant-mva-recuperados.
               OPEN I-O MOV-ARCHIVO.
               IF mva-fileStatus = "00"
                   OPEN I-O MOV-HISTORICO
                   IF movh-fileStatus = "35"
                       OPEN OUTPUT MOV-HISTORICO
                       CLOSE MOV-HISTORICO
                       OPEN I-O MOV-HISTORICO
                   END-IF
                   MOVE cod-aux TO mva-socio
                   MOVE LOW-VALUES TO mva-fecha-hora
                   MOVE 0 TO mva-seq
                   START MOV-ARCHIVO KEY IS NOT LESS THAN mva-clave
                       INVALID KEY
                           MOVE 0 TO flag-mva
                       NOT INVALID KEY
                           MOVE 1 TO flag-mva
                   END-START
                   PERFORM UNTIL flag-mva = 0
                       READ MOV-ARCHIVO NEXT AT END
                           MOVE 0 TO flag-mva
                       NOT AT END
                           IF mva-socio NOT = cod-aux
                               MOVE 0 TO flag-mva
                           ELSE
                               MOVE mva-reg TO movh-reg
                               WRITE movh-reg
                                   INVALID KEY CONTINUE
                               END-WRITE
                               DELETE MOV-ARCHIVO RECORD
                               ADD 1 TO cant-mva-recuperados
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOV-HISTORICO
                   CLOSE MOV-ARCHIVO
               END-IF.

           3138-BORRAR-ARCHIVADO.
               OPEN I-O SOCIOS-HISTORICO.
               IF sh-fileStatus = "00"
                   MOVE cod-aux TO sh-cod
                   DELETE SOCIOS-HISTORICO RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   CLOSE SOCIOS-HISTORICO
               END-IF.

      *    Debito de aranceles escolares: el socio autoriza que las
      *    cuotas del colegio de un alumno se debiten de su cuenta,
      *    hasta un tope por cuota. Un alumno tiene una sola
      *    adhesion vigente; el tope y la baja los pide el mismo
      *    socio pagador. El debito lo arma el colegio y entra por
      *    el apareo con las reglas de autorizacion de siempre.
           3200-MENU-ARANCELES.
               PERFORM 310-INICIO.
               MOVE 9 TO opc-aranceles.
               PERFORM UNTIL opc-aranceles = 0
                   DISPLAY "ARANCELES ESCOLARES: 1-Adherir alumno, "
                       "2-Modificar tope, 3-Baja de adhesion, "
                       "4-Adhesiones de un socio, 0-Volver"
                   ACCEPT opc-aranceles
                   EVALUATE opc-aranceles
                       WHEN 1
                           PERFORM 3210-ADHERIR-ALUMNO
                       WHEN 2
                           PERFORM 3230-MODIFICAR-TOPE
                       WHEN 3
                           PERFORM 3240-BAJA-ADHESION
                       WHEN 4
                           PERFORM 3250-ADHESIONES-DE-SOCIO
                   END-EVALUATE
               END-PERFORM.
               PERFORM 350-FIN.

           3205-LEER-SOCIO-PAGADOR.
               MOVE 1 TO flag-adh.
               DISPLAY "Ingrese cod. del socio que paga."
               ACCEPT adh-socio-aux.
               MOVE adh-socio-aux TO soc-cod.
               MOVE adh-socio-aux TO cod-aux.
               READ SOCIOS INVALID KEY
                   DISPLAY "Socio Inexistente"
                   MOVE 0 TO flag-adh
               END-READ.

           3210-ADHERIR-ALUMNO.
               PERFORM 3205-LEER-SOCIO-PAGADOR.
               IF flag-adh = 1 AND NOT soc-activo
                   DISPLAY "El socio no esta activo - no se adhiere"
                   MOVE 0 TO flag-adh
               END-IF.
               IF flag-adh = 1
                   DISPLAY "Legajo del alumno:"
                   ACCEPT adh-alumno-aux
                   PERFORM 3215-BUSCAR-ALUMNO
               END-IF.
               IF flag-adh = 1
                   PERFORM 3220-BUSCAR-ADHESION
                   IF flag-adh-hallada = 1
                       DISPLAY "El alumno ya tiene el debito adherido "
                           "a la cuenta del socio ", adh-socio-ant
                       MOVE 0 TO flag-adh
                   END-IF
               END-IF.
               IF flag-adh = 1
                   DISPLAY "Tope autorizado por cuota:"
                   ACCEPT adh-tope-aux
                   IF adh-tope-aux = 0
                       DISPLAY "El tope debe ser mayor a cero"
                       MOVE 0 TO flag-adh
                   END-IF
               END-IF.
               IF flag-adh = 1
                   MOVE adh-tope-aux TO adh-tope-ed
                   DISPLAY "Debitar las cuotas de ",
                       FUNCTION TRIM(alu-nombre-aux),
                       " de la cuenta de ", FUNCTION TRIM(soc-nom),
                       " hasta $", adh-tope-ed, " por cuota? S/N"
                   ACCEPT adh-resp
                   MOVE FUNCTION UPPER-CASE(adh-resp) TO adh-resp
                   IF adh-resp = "S"
                       MOVE adh-alumno-aux TO adh-alumno
                       MOVE adh-socio-aux TO adh-socio
                       MOVE adh-tope-aux TO adh-tope
                       SET adh-activa TO TRUE
                       MOVE ws-fecha-negocio TO adh-fecha-alta
                       MOVE 0 TO adh-fecha-baja
                       MOVE ws-operador-id TO adh-operador
                       OPEN EXTEND ADHESIONES-ARANCELES
                       IF adh-fileStatus NOT = "00"
                           OPEN OUTPUT ADHESIONES-ARANCELES
                       END-IF
                       WRITE adh-reg
                       CLOSE ADHESIONES-ARANCELES
                       MOVE "ARANC-ADHIERE" TO aud-operacion
                       MOVE adh-alumno-aux TO aud-valor-antes
                       MOVE adh-tope-ed TO aud-valor-despues
                       PERFORM 950-GRABAR-AUDITORIA
                       DISPLAY "Adhesion registrada"
                   ELSE
                       DISPLAY "Adhesion cancelada"
                   END-IF
               END-IF.

      *    El alumno tiene que estar en el padron del colegio y
      *    seguir cursando: ni retirado (R) ni egresado (G).
           3215-BUSCAR-ALUMNO.
               MOVE 0 TO flag-adh-hallada.
               OPEN INPUT ALUMNOS-COLEGIO.
               IF alu-fileStatus NOT = "00"
                   DISPLAY "No se encuentra el padron del colegio"
                   MOVE 0 TO flag-adh
               ELSE
                   MOVE 1 TO flag-adh-lee
                   PERFORM UNTIL flag-adh-lee = 0
                       READ ALUMNOS-COLEGIO AT END
                           MOVE 0 TO flag-adh-lee
                       NOT AT END
                           IF alu-cab-tiporeg = "C" AND
                               alu-cab-cod = adh-alumno-aux
                               MOVE 1 TO flag-adh-hallada
                               MOVE 0 TO flag-adh-lee
                           END-IF
                       END-READ
                   END-PERFORM
                   IF flag-adh-hallada = 0
                       DISPLAY "Alumno inexistente en el padron"
                       MOVE 0 TO flag-adh
                   ELSE
                       MOVE alu-cab-nombre TO alu-nombre-aux
                       IF alu-cab-estado = "R" OR
                           alu-cab-estado = "G"
                           DISPLAY "El alumno no esta cursando - no "
                               "se adhiere"
                           MOVE 0 TO flag-adh
                       END-IF
                   END-IF
                   CLOSE ALUMNOS-COLEGIO
               END-IF.

           3220-BUSCAR-ADHESION.
               MOVE 0 TO flag-adh-hallada.
               OPEN INPUT ADHESIONES-ARANCELES.
               IF adh-fileStatus = "00"
                   MOVE 1 TO flag-adh-lee
                   PERFORM UNTIL flag-adh-lee = 0
                       READ ADHESIONES-ARANCELES AT END
                           MOVE 0 TO flag-adh-lee
                       NOT AT END
                           IF adh-alumno = adh-alumno-aux AND
                               adh-activa
                               MOVE 1 TO flag-adh-hallada
                               MOVE adh-socio TO adh-socio-ant
                               MOVE adh-tope TO adh-tope-ant
                               MOVE 0 TO flag-adh-lee
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ADHESIONES-ARANCELES
               END-IF.

      *    Ubica la adhesion vigente del alumno con ese socio
      *    pagador y la deja en el registro para regrabarla.
           3225-UBICAR-ADHESION.
               MOVE 0 TO flag-adh-hallada.
               OPEN I-O ADHESIONES-ARANCELES.
               IF adh-fileStatus NOT = "00"
                   DISPLAY "No hay adhesiones registradas"
                   MOVE 0 TO flag-adh
               ELSE
                   MOVE 1 TO flag-adh-lee
                   PERFORM UNTIL flag-adh-lee = 0
                       READ ADHESIONES-ARANCELES AT END
                           MOVE 0 TO flag-adh-lee
                       NOT AT END
                           IF adh-alumno = adh-alumno-aux AND
                               adh-socio = adh-socio-aux AND
                               adh-activa
                               MOVE 1 TO flag-adh-hallada
                               MOVE 0 TO flag-adh-lee
                           END-IF
                       END-READ
                   END-PERFORM
                   IF flag-adh-hallada = 0
                       DISPLAY "El alumno no tiene el debito adherido "
                           "a la cuenta de ese socio"
                       MOVE 0 TO flag-adh
                       CLOSE ADHESIONES-ARANCELES
                   END-IF
               END-IF.

           3230-MODIFICAR-TOPE.
               PERFORM 3205-LEER-SOCIO-PAGADOR.
               IF flag-adh = 1
                   DISPLAY "Legajo del alumno:"
                   ACCEPT adh-alumno-aux
                   PERFORM 3225-UBICAR-ADHESION
               END-IF.
               IF flag-adh = 1
                   MOVE adh-tope TO adh-tope-ant
                   MOVE adh-tope TO adh-tope-ed
                   DISPLAY "Tope actual por cuota: $", adh-tope-ed
                   DISPLAY "Nuevo tope (0 = no cambia):"
                   ACCEPT adh-tope-aux
                   IF adh-tope-aux = 0
                       DISPLAY "Tope sin cambios"
                   ELSE
                       MOVE adh-tope-aux TO adh-tope
                       REWRITE adh-reg
                       MOVE "ARANC-TOPE" TO aud-operacion
                       MOVE adh-tope-ed TO aud-valor-antes
                       MOVE adh-tope-aux TO adh-tope-ed
                       MOVE adh-tope-ed TO aud-valor-despues
                       PERFORM 950-GRABAR-AUDITORIA
                       DISPLAY "Tope actualizado"
                   END-IF
                   CLOSE ADHESIONES-ARANCELES
               END-IF.

      *    La baja corta los lotes siguientes; un debito ya enviado
      *    sigue su curso en el apareo.
           3240-BAJA-ADHESION.
               PERFORM 3205-LEER-SOCIO-PAGADOR.
               IF flag-adh = 1
                   DISPLAY "Legajo del alumno:"
                   ACCEPT adh-alumno-aux
                   PERFORM 3225-UBICAR-ADHESION
               END-IF.
               IF flag-adh = 1
                   DISPLAY "Confirma la baja del debito de aranceles "
                       "del alumno ", adh-alumno, "? S/N"
                   ACCEPT adh-resp
                   MOVE FUNCTION UPPER-CASE(adh-resp) TO adh-resp
                   IF adh-resp = "S"
                       SET adh-de-baja TO TRUE
                       MOVE ws-fecha-negocio TO adh-fecha-baja
                       REWRITE adh-reg
                       MOVE "ARANC-BAJA" TO aud-operacion
                       MOVE adh-alumno TO aud-valor-antes
                       MOVE adh-fecha-baja TO aud-valor-despues
                       PERFORM 950-GRABAR-AUDITORIA
                       DISPLAY "Adhesion dada de baja"
                   END-IF
                   CLOSE ADHESIONES-ARANCELES
               END-IF.

           3250-ADHESIONES-DE-SOCIO.
               DISPLAY "Ingrese cod. del socio."
               ACCEPT adh-socio-aux.
               MOVE 0 TO adh-cant.
               OPEN INPUT ADHESIONES-ARANCELES.
               IF adh-fileStatus = "00"
                   MOVE 1 TO flag-adh-lee
                   PERFORM UNTIL flag-adh-lee = 0
                       READ ADHESIONES-ARANCELES AT END
                           MOVE 0 TO flag-adh-lee
                       NOT AT END
                           IF adh-socio = adh-socio-aux
                               ADD 1 TO adh-cant
                               MOVE adh-tope TO adh-tope-ed
                               IF adh-activa
                                   DISPLAY "ALUMNO ", adh-alumno,
                                       " TOPE $", adh-tope-ed,
                                       " ADHERIDO DESDE ",
                                       adh-fecha-alta
                               ELSE
                                   DISPLAY "ALUMNO ", adh-alumno,
                                       " TOPE $", adh-tope-ed,
                                       " DE BAJA EL ", adh-fecha-baja
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ADHESIONES-ARANCELES
               END-IF.
               IF adh-cant = 0
                   DISPLAY "El socio no tiene alumnos adheridos"
               END-IF.

           950-GRABAR-AUDITORIA.
               MOVE FUNCTION CURRENT-DATE(1:14) TO aud-fecha-hora.
               MOVE SPACES TO aud-dni-texto.
               IF ws-dni-operante > 0
                   STRING " | DNI: "      DELIMITED BY SIZE
                          ws-dni-operante DELIMITED BY SIZE
                          INTO aud-dni-texto
               END-IF.
               MOVE SPACES TO aud-reg.
               STRING aud-fecha-hora    DELIMITED BY SIZE
                      " | OPER: "       DELIMITED BY SIZE
                      " | DESPUES: "    DELIMITED BY SIZE
                      aud-valor-despues DELIMITED BY SIZE
                      " | ORIGEN: TELLER" DELIMITED BY SIZE
                      aud-dni-texto     DELIMITED BY SIZE
                      INTO aud-reg.
               CALL "SELLO-AUDITORIA" USING aud-reg
                   ON EXCEPTION
               END-IF
               END-IF.
               MOVE cod-aux TO mov-socio.
               MOVE ws-fecha-negocio TO mov-fecha-hora(1:8).
               MOVE FUNCTION CURRENT-DATE(9:6) TO mov-fecha-hora(9:6).
               MOVE ws-operador-id TO mov-operador.
               MOVE mov-concepto-aux TO mov-concepto.
               MOVE mov-importe-aux TO mov-importe.
               MOVE soc-saldo TO mov-saldo-result.
               MOVE ws-dni-operante TO mov-dni-operante.
               MOVE ws-oper-filial TO mov-filial-oper.
               MOVE soc-filial TO mov-filial-socio.
               WRITE mov-reg.

      *    Control comun contra las listas de sanciones y PEP; el
      *    bloqueo lo resuelve cada llamador.
           957-CONTROLAR-LISTAS.
               MOVE "L" TO ws-scr-resultado.
               CALL "SCREENING-LISTAS" USING ws-scr-origen,
                   ws-scr-socio, ws-scr-dni, ws-scr-cuit,
                   ws-scr-nombre, ws-scr-resultado, ws-scr-lista,
                   ws-scr-referencia, ws-scr-nuevas
                   ON EXCEPTION
                       DISPLAY "ADVERTENCIA: falta SCREENING-LISTAS - "
                           "operacion sin control de listas"
                       MOVE "L" TO ws-scr-resultado
               END-CALL.
               IF ws-scr-lista = "S"
                   MOVE "SANCIONES" TO ws-scr-lista-desc
               ELSE
                   MOVE "PEP" TO ws-scr-lista-desc
               END-IF.
               IF ws-scr-resultado = "C"
                   DISPLAY "Posible coincidencia de nombre con la "
                       "lista de ", FUNCTION TRIM(ws-scr-lista-desc),
                       " (", FUNCTION TRIM(ws-scr-referencia),
                       ") - derivada a cumplimiento"
               END-IF.

      *************************************************************************
           900-FIN.
               PERFORM 960-IMPRIMIR-ARQUEO.
               MOVE ws-ses-cant-com TO l-arq-cant.
               MOVE ws-ses-monto-com TO l-arq-monto.
               WRITE arq-lin FROM arq-linea-cant.
               MOVE "SERVICIOS EN EFECTIVO:" TO l-arq-texto.
               MOVE ws-ses-cant-serv TO l-arq-cant.
               MOVE ws-ses-monto-serv TO l-arq-monto.
               WRITE arq-lin FROM arq-linea-cant.
               MOVE "DEPOSITOS U$S:" TO l-arq-texto.
               MOVE ws-ses-cant-dep-usd TO l-arq-cant.
               MOVE ws-ses-monto-dep-usd TO l-arq-monto.
               WRITE arq-lin FROM arq-linea-cant.
               MOVE "EXTRACCIONES U$S:" TO l-arq-texto.
               MOVE ws-ses-cant-ext-usd TO l-arq-cant.
               MOVE ws-ses-monto-ext-usd TO l-arq-monto.
               WRITE arq-lin FROM arq-linea-cant.
               MOVE SPACES TO arq-lin.
               WRITE arq-lin.
               WRITE arq-lin FROM arq-firma.
               MOVE ws-operador-id TO ses-operador.
               MOVE ws-ses-inicio TO ses-inicio.
               MOVE FUNCTION CURRENT-DATE(1:14) TO ses-fin.
               MOVE ws-fecha-negocio TO ses-fecha-negocio.
               MOVE ws-ses-altas TO ses-altas.
               MOVE ws-ses-bajas TO ses-bajas.
               MOVE ws-ses-cant-dep TO ses-cant-dep.
