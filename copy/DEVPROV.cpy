           03 DP-ESTADO PIC X.
               88 DP-ABONO-PENDIENTE VALUE "P".
               88 DP-ABONO-RECIBIDO VALUE "R".
      * Devolucion de mercancia en consigna no vendida: era del
      * proveedor, no hay abono que esperar (DP-VALOR a cero).
               88 DP-SIN-ABONO VALUE "C".
           03 DP-FECHA-ABONO PIC 9(8).
      * Remesa de pagos en que el abono se desconto de las facturas
      * del proveedor (0 = aun no descontado).
           03 DP-REMESA PIC 9(6).
