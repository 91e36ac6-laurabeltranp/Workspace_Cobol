      * marcadas para que los reportes de ventas las excluyan.
           03 VE-ANULADA PIC X.
               88 VE-ES-ANULADA VALUE "S".
      * Precio forzado en caja: precio que la linea tenia antes del
      * cambio (tarifa u oferta), motivo del catalogo de motivos,
      * cajero que lo tecleo y supervisor que lo autorizo (espacios
      * si no hizo falta). VE-MOTIVO-FORZADO = 0 es una linea a su
      * precio normal.
           03 VE-PRECIO-ORIGINAL PIC 9(5)V99.
           03 VE-MOTIVO-FORZADO PIC 9(2).
           03 VE-OPERADOR PIC X(8).
           03 VE-AUTORIZA PIC X(8).
      * Tipo de linea: espacios = venta de producto; D = deposito de
      * envase retornable cobrado junto al producto que lo lleva
      * (PRODUCTO-ENVASE-ID). El deposito no es venta ni base de IVA:
      * no descuenta stock y los cierres y reportes lo separan.
           03 VE-TIPO-LINEA PIC X.
               88 VE-ES-DEPOSITO VALUE "D".
      * Precio de tarifa general del producto al venderse y origen del
      * precio cobrado: espacio = tarifa u oferta, C = tarifa pactada
      * con el cliente (TARIFCLI.cpy), P = presupuesto aceptado. La
      * factura mensual muestra la tarifa junto al precio cobrado.
           03 VE-PRECIO-TARIFA PIC 9(5)V99.
           03 VE-ORIGEN-PRECIO PIC X.
               88 VE-PRECIO-CLIENTE VALUE "C".
               88 VE-PRECIO-PRESUPUESTO VALUE "P".
               88 VE-PRECIO-WEB VALUE "W".
