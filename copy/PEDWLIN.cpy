      *----------------------------------------------------------------
      * PEDWLIN.cpy - Registro de PEDIDOS-WEB-LINEAS-INDEXADO.dat
      * Linea de pedido web: lo pedido, lo que se pudo reservar
      * contra el stock al importarlo y el precio publicado en la
      * tienda online, que es el que se cobra en caja.
      *----------------------------------------------------------------
       01 PEDIDO-WEB-LINEA-REGISTRO.
           03 PWL-CLAVE.
               05 PWL-NUMERO PIC 9(6).
               05 PWL-LINEA PIC 9(3).
           03 PWL-PRODUCTO-ID PIC 9(6).
           03 PWL-CANTIDAD PIC 9(3)V999.
           03 PWL-RESERVADA PIC 9(3)V999.
           03 PWL-PRECIO PIC 9(5)V99.
      * Espacio = pendiente de recoger; T = cobrada en el ticket del
      * pedido; N = no se entrego (sin stock al recoger).
           03 PWL-ESTADO PIC X.
               88 PWL-PENDIENTE VALUE SPACE.
               88 PWL-COBRADA VALUE "T".
               88 PWL-NO-SERVIDA VALUE "N".
