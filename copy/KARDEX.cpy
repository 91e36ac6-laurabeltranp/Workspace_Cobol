           03 KARDEX-STOCK-RESULTANTE PIC 9(6)V999.
      * Valoracion del movimiento al costo medio ponderado vigente en
      * el momento: con esto el kardex deja de ser solo unidades y
      * puede entregarse como libro de stock valorado. La mercancia
      * en consigna (PRODUCTO-EN-CONSIGNA) no es nuestra: sus
      * movimientos van a costo y valor cero.
           03 KARDEX-COSTO-UNITARIO PIC 9(5)V99.
           03 KARDEX-VALOR PIC 9(9)V99.
