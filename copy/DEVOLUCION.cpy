               88 DV-REEMBOLSO-VALE VALUE "V".
               88 DV-SIN-REEMBOLSO VALUE "N".
           03 DV-REEMBOLSO-IMPORTE PIC 9(7)V99.
      * Caja que hizo la devolucion: el reembolso en efectivo sale de
      * su cajon y lo resta su Z.
           03 DV-TERMINAL PIC 9.
      * Hora de la devolucion y operador de caja que la hizo (el de la
      * sesion abierta en esa caja): el informe de excepciones la
      * compara con la venta original y con quien la cobro. Las
      * devoluciones anteriores llegan con hora cero y sin operador.
           03 DV-HORA PIC 9(6).
           03 DV-OPERADOR PIC X(8).
