      *----------------------------------------------------------------
      * INGBANCO.cpy - Registro de INGRESOS-BANCO-INDEXADO.dat
      * Ingresos en el banco del efectivo de caja: numero del
      * resguardo que sella el banco, fecha, importe y los cierres Z
      * de tienda cuyo efectivo cubre (un ingreso puede cubrir varios
      * dias y un dia puede ingresarse en varias veces). Lo contado
      * en un Z y todavia no cubierto por ingresos es dinero en
      * transito. Un ingreso no se borra: la baja lo deja anulado y
      * su efectivo vuelve a quedar en transito.
      *----------------------------------------------------------------
       01 INGRESO-BANCO-REGISTRO.
           03 IB-NUMERO PIC 9(6).
           03 IB-RESGUARDO PIC X(20).
           03 IB-FECHA PIC 9(8).
           03 IB-IMPORTE PIC 9(7)V99.
      * Operador que llevo el dinero al banco.
           03 IB-OPERADOR PIC X(8).
      * Z de tienda cubiertos y la parte del ingreso aplicada a cada
      * uno.
           03 IB-Z-CANT PIC 9(2).
           03 IB-Z-APLICADO OCCURS 20 TIMES.
               05 IB-Z-NUMERO PIC 9(6).
               05 IB-Z-FECHA PIC 9(8).
               05 IB-Z-IMPORTE PIC 9(7)V99.
           03 IB-ESTADO PIC X.
               88 IB-VIGENTE VALUE "V".
               88 IB-ANULADO VALUE "X".
           03 IB-FECHA-GRABACION PIC 9(8).
