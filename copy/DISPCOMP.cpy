      *----------------------------------------------------------------
      * DISPCOMP.cpy - Situacion de compras del mes por familia, tal
      * como la devuelve DISPONIBLE-COMPRAS. La entrada de cada
      * familia es su propio codigo (1-999). Importes en euros a
      * costo: lo recibido en el mes y lo pendiente de recibir de los
      * pedidos abiertos previstos para el mes (los atrasados cuentan
      * en el mes en curso). Disponible = presupuesto - recibido -
      * comprometido, solo en las familias con presupuesto cargado.
      *----------------------------------------------------------------
       01 DISPONIBLE-COMPRAS-TABLA.
           03 OTB-MES PIC 9(6).
           03 OTB-HAY-PRESUPUESTOS PIC X.
               88 OTB-CON-PRESUPUESTOS VALUE "S".
           03 OTB-ENTRADA OCCURS 999 TIMES.
               05 OTB-PRESUPUESTO PIC 9(9)V99.
               05 OTB-RECIBIDO PIC 9(9)V99.
               05 OTB-COMPROMETIDO PIC 9(9)V99.
               05 OTB-CON-PRESUPUESTO PIC X.
                   88 OTB-TIENE-PRESUPUESTO VALUE "S".
