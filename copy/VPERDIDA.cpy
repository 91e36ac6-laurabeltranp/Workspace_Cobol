      *----------------------------------------------------------------
      * VPERDIDA.cpy - Registro de VENTAS-PERDIDAS.dat (secuencial)
      * Demanda que no llego a venta: el cliente pidio algo que no
      * habia en stock o que la tienda no trabaja. La anota el cajero
      * en ALTA-VENTAS; el reporte semanal la agrupa por producto y
      * familia, y el reorden nocturno y PROPUESTA-FRESCOS la suman a
      * lo vendido para no pedir de menos lo que siempre falta.
      *----------------------------------------------------------------
       01 VENTA-PERDIDA-REGISTRO.
           03 VP-FECHA PIC 9(8).
           03 VP-HORA PIC 9(6).
      * Producto del catalogo; 0 = articulo que no tenemos, descrito
      * en texto libre.
           03 VP-PRODUCTO-ID PIC 9(6).
           03 VP-DESCRIP PIC X(30).
           03 VP-CANTIDAD PIC 9(3)V999.
      * S = sin stock; N = no lo tenemos (no esta en el catalogo o no
      * se trabaja).
           03 VP-MOTIVO PIC X.
               88 VP-SIN-STOCK VALUE "S".
               88 VP-NO-LO-TENEMOS VALUE "N".
           03 VP-OPERADOR PIC X(8).
           03 VP-TERMINAL PIC 9.
