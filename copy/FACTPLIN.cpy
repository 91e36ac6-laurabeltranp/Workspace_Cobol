           03 FPL-CONFORME PIC X.
               88 FPL-LINEA-CONFORME VALUE "S".
               88 FPL-LINEA-DISCREPA VALUE "N".
      * Costo e importe tal como los factura el proveedor en la divisa
      * de la cabecera (FP-MONEDA); los de arriba van en euros.
           03 FPL-COSTO-DIVISA PIC 9(5)V99.
           03 FPL-IMPORTE-DIVISA PIC 9(7)V99.
