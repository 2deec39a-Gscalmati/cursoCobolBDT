           03 mov-concepto pic x(13).
           03 mov-importe pic s9(7)v99.
           03 mov-saldo-result pic s9(7)v99.
           03 mov-dni-operante pic 9(8).
           03 mov-filial-oper pic 99.
           03 mov-filial-socio pic 99.
      *    Vista del mismo registro en el layout historico de tres
      *    digitos (58 bytes): el diario acumulado antes de la
      *    unificacion se carga igual, sin migrador aparte. Una
           03 movh-saldo-result pic s9(7)v99.

       FD  archivo-dia.
       01  arch-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  flag-fin pic 9.
