      *----------------------------------------------------------------
      * PRESLIN.cpy - Registro de PRESUPUESTOS-LINEAS-INDEXADO.dat
      * Linea de presupuesto: producto, cantidad y el precio de
      * producto.dat del dia en que se hizo, que es el que se cobra.
      *----------------------------------------------------------------
       01 PRESUPUESTO-LINEA-REGISTRO.
           03 PRL-CLAVE.
               05 PRL-NUMERO PIC 9(6).
               05 PRL-LINEA PIC 9(3).
           03 PRL-PRODUCTO-ID PIC 9(6).
           03 PRL-DESCRIP PIC X(30).
           03 PRL-CANTIDAD PIC 9(3)V999.
           03 PRL-PRECIO PIC 9(5)V99.
           03 PRL-IMPORTE PIC 9(7)V99.
      * Espacio = pendiente; T = cobrada en el ticket PRL-DESTINO-NUM;
      * E = pasada al encargo PRL-DESTINO-NUM.
           03 PRL-DESTINO PIC X.
               88 PRL-PENDIENTE VALUE SPACE.
               88 PRL-EN-TICKET VALUE "T".
               88 PRL-EN-ENCARGO VALUE "E".
           03 PRL-DESTINO-NUM PIC 9(6).
