      *----------------------------------------------------------------
      * ENVDEV.cpy - Registro de ENVASES-DEVUELTOS.dat (secuencial)
      * Cada entrega de envases vacios en caja: articulo deposito,
      * unidades y deposito devuelto al cliente en efectivo del
      * cajon. El cierre de caja y el arqueo del turno lo restan del
      * efectivo teorico; el informe de depositos lo enfrenta a los
      * depositos cobrados (lineas D de VENTAS-INDEXADO.dat) para
      * sacar el saldo pendiente de devolver.
      *----------------------------------------------------------------
       01 ENVASE-DEVUELTO-REGISTRO.
           03 ED-FECHA PIC 9(8).
           03 ED-HORA PIC 9(6).
           03 ED-ENVASE-ID PIC 9(6).
           03 ED-UNIDADES PIC 9(5).
           03 ED-IMPORTE PIC 9(7)V99.
           03 ED-OPERADOR PIC X(8).
           03 ED-SESION PIC 9(6).
      * Caja de cuyo cajon salio el deposito devuelto.
           03 ED-TERMINAL PIC 9.
