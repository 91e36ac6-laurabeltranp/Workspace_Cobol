      *----------------------------------------------------------------
      * PORTLIN.cpy - Registro de PORTES-LINEAS-INDEXADO.dat
      * Reparto de un coste adicional (PORTES.cpy) sobre una linea
      * recibida: la parte que toca a las unidades aun en stock se
      * suma al costo medio; la que toca a las ya vendidas es el
      * ajuste tardio al coste de ventas.
      *----------------------------------------------------------------
       01 PORTE-LINEA-REGISTRO.
           03 PTL-CLAVE.
               05 PTL-NUMERO PIC 9(6).
               05 PTL-LINEA PIC 9(3).
           03 PTL-FECHA PIC 9(8).
           03 PTL-PRODUCTO-ID PIC 9(6).
           03 PTL-RECEPCION-FECHA PIC 9(8).
           03 PTL-UNIDADES PIC 9(6).
      * Base del reparto: valor al costo, unidades o kilos.
           03 PTL-BASE PIC 9(9)V999.
           03 PTL-IMPORTE PIC 9(7)V99.
           03 PTL-UNIDADES-EN-STOCK PIC 9(6)V999.
           03 PTL-UNIDADES-VENDIDAS PIC 9(6)V999.
           03 PTL-IMPORTE-VENDIDO PIC 9(7)V99.
           03 PTL-COSTO-ANTERIOR PIC 9(5)V99.
           03 PTL-COSTO-NUEVO PIC 9(5)V99.
