           03 prov-dias-entrega    pic 99.
           03 prov-articulos.
               05 prov-art         pic 999 OCCURS 10 TIMES.
      *    Plazo de pago en dias desde la entrega; en blanco en
      *    los maestros viejos (se toma 30).
           03 prov-dias-pago       pic 999.
       FD  EXISTENCIAS.
       01  exi-reg.
           03 exi-cod              pic 999.
