           03 art_nombre           pic X(20).
           03 art_precio           pic 9(6)v99.
           03 art_alicuota         pic 99v99.
           03 art_familia          pic 99.
       FD  ARTICULOS-NUEVO.
       01  artn-reg pic x(37).
      *    Historial de precios por articulo con vigencias: la fila
      *    abierta lleva hasta = 99999999 y se cierra cuando entra
      *    un precio nuevo.
