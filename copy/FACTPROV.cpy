           03 FP-PAGADA PIC X.
               88 FP-PENDIENTE-PAGO VALUE "N".
               88 FP-YA-PAGADA VALUE "S".
      * Fecha de pago y remesa de transferencias que la pago
      * (0 = pagada a mano).
           03 FP-FECHA-PAGO PIC 9(8).
           03 FP-REMESA PIC 9(6).
      * Facturas en divisa (TA-MONEDA del proveedor): FP-TOTAL queda
      * siempre en euros al cambio de la fecha de factura y aqui se
      * guarda el importe original. El cambio es unidades de la
      * divisa por 1 EUR (CAMBIO.cpy); en euros FP-MONEDA = "EUR" y
      * tasa 1. Al pagar se anota el cambio del dia del pago y lo
      * pagado en euros: la diferencia con FP-TOTAL es la diferencia
      * de cambio.
           03 FP-MONEDA PIC X(3).
           03 FP-TOTAL-DIVISA PIC 9(7)V99.
           03 FP-TASA-CAMBIO PIC 9(4)V9(6).
           03 FP-TASA-PAGO PIC 9(4)V9(6).
           03 FP-PAGADO-EUR PIC 9(7)V99.
