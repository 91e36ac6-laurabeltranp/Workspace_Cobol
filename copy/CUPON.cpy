      *----------------------------------------------------------------
      * CUPON.cpy - Registro de CUPONES-INDEXADO.dat
      * Cupones de fabricante ("1 EUR menos en la marca X"): los
      * emite un proveedor (la marca), valen para un producto o para
      * toda una familia y tienen vigencia. La caja los acepta contra
      * las lineas del ticket y la tienda reclama el importe al
      * emisor (CUPONCAN.cpy).
      *----------------------------------------------------------------
       01 CUPON-REGISTRO.
           03 CUPON-CODIGO PIC 9(6).
           03 CUPON-DESCRIP PIC X(30).
      * Emisor que reembolsa el cupon (PROVEEDOR-ID).
           03 CUPON-PROVEEDOR-ID PIC 9(6).
      * Alcance: un producto concreto, o cualquier producto de la
      * familia si CUPON-PRODUCTO-ID = 0.
           03 CUPON-PRODUCTO-ID PIC 9(6).
           03 CUPON-FAMILIA PIC 9(3).
      * Valor de cada cupon: se descuenta una vez por unidad vendida.
           03 CUPON-VALOR PIC 9(3)V99.
           03 CUPON-DESDE PIC 9(8).
           03 CUPON-HASTA PIC 9(8).
           03 CUPON-ACTIVO PIC X.
               88 CUPON-ESTA-ACTIVO VALUE "S".
               88 CUPON-DE-BAJA VALUE "N".
