           03 RECEPCION-PRODUCTO-ID PIC 9(6).
           03 RECEPCION-UNIDADES PIC 9(6).
           03 RECEPCION-CADUCIDAD PIC 9(8).
      * Costo unitario de compra declarado en la entrega, en euros
      * (0 = sin valorar, se mantuvo el del maestro) y, si el
      * proveedor factura en otra divisa (TA-MONEDA de su tarifa), la
      * divisa y el costo en ella antes de convertir al cambio del dia.
           03 RECEPCION-COSTO PIC 9(5)V99.
           03 RECEPCION-MONEDA PIC X(3).
           03 RECEPCION-COSTO-DIVISA PIC 9(5)V99.
      * Q = la linea entro en cuarentena (control APPCC): quedo en su
      * lote sin sumar al stock del maestro. Espacios = entrada
      * normal.
           03 RECEPCION-CUARENTENA PIC X.
