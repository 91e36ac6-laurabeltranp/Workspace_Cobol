      *----------------------------------------------------------------
      * PRESCOMP.cpy - Registro de PRESUPUESTO-COMPRAS-INDEXADO.dat
      * Presupuesto mensual de compras por familia, cargado desde
      * GESTION-FAMILIAS. Lo disponible para comprar (open-to-buy)
      * es el presupuesto menos lo recibido y lo pendiente de los
      * pedidos abiertos del mes (DISPONIBLE-COMPRAS); GESTION-PEDIDOS
      * y EMITIR-PEDIDO avisan y bloquean lo que lo supere.
      *----------------------------------------------------------------
       01 PRESUPUESTO-COMPRA-REGISTRO.
           03 PC-CLAVE.
               05 PC-FAMILIA PIC 9(3).
               05 PC-MES PIC 9(6).
           03 PC-IMPORTE PIC 9(9)V99.
