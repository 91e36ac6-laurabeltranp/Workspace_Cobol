      * valorado con tarifa no llega, para anadir lineas antes de
      * emitirlo.
           03 PROVEEDOR-PEDIDO-MINIMO PIC 9(7)V99.
      * Cuenta donde se le transfieren los pagos (IBAN compacto, sin
      * espacios, verificado con IBAN-VALIDAR). En blanco no entra en
      * las remesas de transferencias.
           03 PROVEEDOR-IBAN PIC X(34).
