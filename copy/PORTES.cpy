      *----------------------------------------------------------------
      * PORTES.cpy - Registro de PORTES-INDEXADO.dat
      * Coste adicional de una compra (portes, aranceles, otros)
      * facturado por un proveedor de servicio contra un pedido o
      * contra una entrega (proveedor y fecha de recepcion), repartido
      * entre las lineas recibidas por valor, unidades o peso
      * (GESTION-PORTES). Importes sin IVA. El reparto por linea vive
      * en PORTES-LINEAS-INDEXADO.dat (PORTLIN.cpy).
      *----------------------------------------------------------------
       01 PORTE-REGISTRO.
           03 PT-NUMERO PIC 9(6).
           03 PT-FECHA PIC 9(8).
           03 PT-TIPO PIC X.
               88 PT-PORTES VALUE "P".
               88 PT-ARANCELES VALUE "A".
               88 PT-OTROS VALUE "O".
           03 PT-PROVEEDOR-SERVICIO PIC 9(6).
           03 PT-DOCUMENTO PIC X(20).
           03 PT-IMPORTE PIC 9(7)V99.
      * Recepciones a las que se imputa: las del pedido PT-PEDIDO o,
      * con pedido cero, las del proveedor PT-ENTREGA-PROVEEDOR en la
      * fecha PT-ENTREGA-FECHA.
           03 PT-PEDIDO PIC 9(6).
           03 PT-ENTREGA-PROVEEDOR PIC 9(6).
           03 PT-ENTREGA-FECHA PIC 9(8).
           03 PT-CRITERIO PIC X.
               88 PT-POR-VALOR VALUE "V".
               88 PT-POR-UNIDADES VALUE "U".
               88 PT-POR-PESO VALUE "P".
           03 PT-LINEAS PIC 9(3).
      * Parte que cayo sobre unidades ya vendidas: no entra en el
      * costo medio, va directa al coste de ventas (ajuste tardio).
           03 PT-IMPORTE-VENDIDO PIC 9(7)V99.
           03 PT-OPERADOR PIC X(8).
