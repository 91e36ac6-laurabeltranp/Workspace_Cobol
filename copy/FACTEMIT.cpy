           03 FE-BASE PIC 9(7)V99.
           03 FE-CUOTA-IVA PIC 9(7)V99.
           03 FE-TOTAL PIC 9(7)V99.
      * Mes (AAAAMM) que cubre la consolidada: con el cliente permite
      * localizar la factura de un ticket para rectificarla. En la
      * simplificada va a cero.
           03 FE-MES PIC 9(6).
