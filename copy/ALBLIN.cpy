      *----------------------------------------------------------------
      * ALBLIN.cpy - Registro de ALBARANES-LINEAS-INDEXADO.dat
      * Lineas de un albaran (clave numero + linea), con el precio
      * cobrado o pactado y el de tarifa general, igual que la venta.
      *----------------------------------------------------------------
       01 ALBARAN-LINEA-REGISTRO.
           03 ALL-CLAVE.
               05 ALL-NUMERO PIC 9(6).
               05 ALL-LINEA PIC 9(3).
           03 ALL-PRODUCTO-ID PIC 9(6).
           03 ALL-DESCRIP PIC X(30).
           03 ALL-CANTIDAD PIC 9(3)V999.
           03 ALL-PRECIO PIC 9(5)V99.
           03 ALL-IMPORTE PIC 9(7)V99.
           03 ALL-PRECIO-TARIFA PIC 9(5)V99.
