           03 MC-IMPORTE PIC 9(7)V99.
           03 MC-MOTIVO PIC X(30).
           03 MC-OPERADOR PIC X(8).
      * Caja de cuyo cajon entro o salio el efectivo.
           03 MC-TERMINAL PIC 9.
