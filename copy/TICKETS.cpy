               88 TICKET-PAGO-EFECTIVO VALUE "E".
               88 TICKET-PAGO-TARJETA VALUE "T".
               88 TICKET-PAGO-CUENTA VALUE "C".
               88 TICKET-PAGO-VALE VALUE "V".
               88 TICKET-PAGO-PUNTOS VALUE "P".
               88 TICKET-PAGO-MIXTO VALUE "M".
      * Cliente opcional del ticket: 0 = venta sin cliente asociado.
           03 TICKET-CLIENTE-ID PIC 9(6).
      * Anulacion del mismo dia: un ticket mal tecleado puede anularse
      * no puede facturarse dos veces. Distinto de S = sin facturar.
           03 TICKET-FACTURADO PIC X.
               88 TICKET-YA-FACTURADO VALUE "S".
      * Pago mixto: el cobro se desglosa en hasta cinco lineas de
      * pago (efectivo, tarjeta, cuenta, vale, puntos) que suman
      * TICKET-TOTAL; con mas de un medio TICKET-MEDIO-PAGO queda en
      * M. La referencia guarda el numero de vale o los puntos
      * canjeados. El cambio se calcula solo sobre la linea de
      * efectivo: TICKET-ENTREGADO es lo que dio el cliente en
      * billetes y TICKET-CAMBIO lo que se le devolvio. Los tickets
      * grabados antes del desglose llegan con TICKET-PAGOS-CANT a
      * cero y se leen como una sola linea de TICKET-MEDIO-PAGO por
      * TICKET-TOTAL.
           03 TICKET-PAGOS-CANT PIC 9.
           03 TICKET-PAGO OCCURS 5 TIMES.
               05 TICKET-PAGO-MEDIO PIC X.
                   88 TICKET-PL-EFECTIVO VALUE "E".
                   88 TICKET-PL-TARJETA VALUE "T".
                   88 TICKET-PL-CUENTA VALUE "C".
                   88 TICKET-PL-VALE VALUE "V".
                   88 TICKET-PL-PUNTOS VALUE "P".
                   88 TICKET-PL-NOMINA VALUE "N".
                   88 TICKET-PL-CUPON VALUE "F".
               05 TICKET-PAGO-IMPORTE PIC 9(7)V99.
               05 TICKET-PAGO-REFERENCIA PIC 9(6).
           03 TICKET-ENTREGADO PIC 9(7)V99.
           03 TICKET-CAMBIO PIC 9(7)V99.
      * Compra de personal: identidad (OP-ID) del empleado que compra
      * con su descuento; espacios = venta normal. TICKET-TOTAL ya
      * viene descontado y TICKET-DTO-PERSONAL guarda lo rebajado.
      * Lo pagado con cargo a nomina (linea de pago N) se descuenta
      * al empleado en la liquidacion mensual. No genera puntos.
           03 TICKET-EMPLEADO PIC X(8).
           03 TICKET-DTO-PERSONAL PIC 9(7)V99.
      * Caja (terminal) que cobro el ticket, de la variable de entorno
      * TERMINAL (OBTENER-TERMINAL). Cada caja numera en su propia
      * serie: la caja N usa N00001 a N99999. Los tickets anteriores
      * a las cajas multiples llegan como caja 1; 0 = sin caja (los
      * aparcados vaciados sin cobrar).
           03 TICKET-TERMINAL PIC 9.
