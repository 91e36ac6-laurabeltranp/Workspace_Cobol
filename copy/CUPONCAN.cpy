      *----------------------------------------------------------------
      * CUPONCAN.cpy - Registro de CUPONES-CANJEADOS-INDEXADO.dat
      * Un registro por cupon de fabricante aceptado en caja, con el
      * ticket y la linea de producto que lo justifican. La
      * reclamacion mensual al emisor los agrupa y sigue su cobro
      * como los abonos de DEVPROV: pendiente hasta que la marca paga.
      *----------------------------------------------------------------
       01 CUPON-CANJE-REGISTRO.
           03 CC-NUMERO PIC 9(6).
           03 CC-FECHA PIC 9(8).
           03 CC-HORA PIC 9(6).
           03 CC-CUPON-CODIGO PIC 9(6).
           03 CC-PROVEEDOR-ID PIC 9(6).
           03 CC-TICKET-NUMERO PIC 9(6).
           03 CC-PRODUCTO-ID PIC 9(6).
           03 CC-VALOR PIC 9(3)V99.
      * P = pendiente de cobro al emisor, C = cobrado, A = ticket
      * anulado (no se reclama).
           03 CC-ESTADO PIC X.
               88 CC-COBRO-PENDIENTE VALUE "P".
               88 CC-COBRADO VALUE "C".
               88 CC-ANULADO VALUE "A".
      * Mes (AAAAMM) de la reclamacion que lo incluyo; 0 = aun no
      * reclamado. Fecha en que el emisor pago.
           03 CC-MES-RECLAMADO PIC 9(6).
           03 CC-FECHA-COBRO PIC 9(8).
