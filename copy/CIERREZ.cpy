      * entro en el cajon ni en el terminal, totalizado aparte para
      * que el Z siga cuadrando contra el efectivo contado.
           03 CIERRE-Z-TOTAL-CUENTA PIC 9(7)V99.
      * Parte de los tickets cobrada con vales de compra y con canje
      * de puntos (lineas del pago mixto): tampoco entra en el cajon.
           03 CIERRE-Z-TOTAL-VALE PIC 9(7)V99.
           03 CIERRE-Z-TOTAL-PUNTOS PIC 9(7)V99.
      * Depositos de envase retornable: cobrados en los tickets del
      * dia (incluidos en los totales por medio de pago, pero no son
      * venta) y devueltos en efectivo por envases vacios (ya
      * descontados del efectivo teorico).
           03 CIERRE-Z-DEPOSITOS-COBRADOS PIC 9(7)V99.
           03 CIERRE-Z-DEPOSITOS-DEVUELTOS PIC 9(7)V99.
      * Compras de personal cargadas a nomina: se cobran al empleado
      * en su liquidacion mensual, no entran en el cajon.
           03 CIERRE-Z-TOTAL-NOMINA PIC 9(7)V99.
      * Cupones de fabricante aceptados como pago: los abona el
      * emisor al reclamarlos, no entran en el cajon.
           03 CIERRE-Z-TOTAL-CUPONES PIC 9(7)V99.
      * Caja del cierre: 1 a 9 = Z de ese cajon (sus tickets,
      * movimientos, reembolsos y su efectivo contado); 0 = Z de
      * tienda, que consolida los Z de caja del dia y es el que usan
      * la conciliacion y los informes. Cada caja cierra una vez por
      * dia y la tienda tambien.
           03 CIERRE-Z-TERMINAL PIC 9.
               88 CIERRE-Z-DE-TIENDA VALUE 0.
