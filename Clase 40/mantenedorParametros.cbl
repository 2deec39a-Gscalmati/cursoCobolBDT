      *      CUOTA-SALDOMIN  saldo minimo exento de cuota
      *      CUOTA-GRACIA    meses de gracia de la cuota
      *      LIM-DIARIO-x    tope diario de debitos (x = categoria)
      *      GAR-MONTO-1     monto de prestamo que pide un codeudor
      *      GAR-MONTO-2     monto de prestamo que pide dos codeudores
      *      GAR-TOPE        tope total que un socio puede garantizar
      *      GAR-CORRIDAS    corridas en mora antes de ir al codeudor
      *      CAP-RATIO       % de los creditos que pueden ir a cuotas
      *      CAP-RATIO-x     idem para la categoria x
      *      CAP-RATIO-MAX   % por encima del cual se rechaza
      *      TASA-SEGURO     tasa mensual del seguro de saldo deudor
      *      PROV-SIT-n      % de prevision de la deuda en situacion n
      *      PF-PENALIDAD    % del capital que se pierde al precancelar
      *      CAPSOC-VALOR    valor nominal de la accion de capital
      *      CAPSOC-MINIMO   acciones minimas a suscribir en el alta
      *      CAPSOC-CUOTAS   cuotas mensuales maximas para integrar
      *      EXCED-MONTO     excedente del ejercicio aprobado
      *      EXCED-PESO-DEP  % del excedente por depositos
      *      EXCED-PESO-INT  % por intereses pagados en prestamos
      *      EXCED-PESO-COM  % por comisiones pagadas
      *      EXCED-CAPITAL   1 = el excedente se capitaliza
      *      PADRON-ANTIG    meses de antiguedad para votar en asamblea
      *      PRESUP-TOLER    % de desvio tolerado contra el presupuesto
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "MANTENIMIENTO DEL MAESTRO DE PARAMETROS".
