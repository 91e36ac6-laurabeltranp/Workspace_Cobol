      *----------------------------------------------------------------
      * ALBPROV.cpy - Registro de ALBARANES-PROV-INDEXADO.dat
      * Albaran electronico (aviso de expedicion) que el proveedor
      * manda antes que el camion: una fila por linea del pedido y
      * lote, con las unidades que dice enviar y su caducidad. Lo
      * carga IMPORTAR-ALBARAN-PROV contra el pedido abierto;
      * ALTA-RECEPCION lo ofrece prellenado y anota lo contado, y
      * ALTA-FACTURA-PROV lo consulta en el cotejo de la factura.
      *----------------------------------------------------------------
       01 ALBARAN-PROV-REGISTRO.
           03 AP-CLAVE.
               05 AP-PEDIDO-NUMERO PIC 9(6).
               05 AP-SECUENCIA PIC 9(3).
           03 AP-PL-LINEA PIC 9(3).
           03 AP-PRODUCTO-ID PIC 9(6).
           03 AP-UNIDADES PIC 9(6).
           03 AP-LOTE PIC X(10).
           03 AP-CADUCIDAD PIC 9(8).
      * Pendiente de la linea del pedido al importar (pedido menos
      * recibido), para medir el albaran contra el pedido.
           03 AP-PENDIENTES PIC 9(6).
           03 AP-CONTADAS PIC 9(6).
           03 AP-ESTADO PIC X.
               88 AP-PENDIENTE VALUE "P".
               88 AP-RECIBIDA VALUE "R".
           03 AP-FECHA-IMPORTACION PIC 9(8).
           03 AP-FECHA-RECEPCION PIC 9(8).
