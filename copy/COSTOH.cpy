      *----------------------------------------------------------------
      * COSTOH.cpy - Registro de COSTO-HISTORICO.dat (secuencial)
      * Historia del costo medio ponderado: cada recepcion valorada
      * (y cada importacion de tarifas o reparto de portes y
      * aranceles) deja costo anterior, nuevo, fecha y origen, igual
      * que PRECIO-HISTORICO.dat hace con el precio de venta.
      *----------------------------------------------------------------
       01 COSTO-HIST-REGISTRO.
           03 CH-PRODUCTO-ID PIC 9(6).
