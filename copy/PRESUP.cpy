      *----------------------------------------------------------------
      * PRESUP.cpy - Registro de PRESUPUESTOS-INDEXADO.dat
      * Cabecera de presupuesto a un cliente de empresa, con su
      * plazo de validez. Las lineas viven en
      * PRESUPUESTOS-LINEAS-INDEXADO.dat (PRESLIN.cpy). Aceptado, se
      * cobra en ALTA-VENTAS a los precios presupuestados y lo que no
      * hay pasa a encargos desde GESTION-PRESUPUESTOS.
      *----------------------------------------------------------------
       01 PRESUPUESTO-REGISTRO.
           03 PRES-NUMERO PIC 9(6).
           03 PRES-CLIENTE-ID PIC 9(6).
           03 PRES-FECHA PIC 9(8).
           03 PRES-VALIDEZ PIC 9(8).
      * A = abierto; C = aceptado por el cliente; K = caducado sin
      * aceptar; V = convertido (todas sus lineas cobradas en caja o
      * pasadas a encargos).
           03 PRES-ESTADO PIC X.
               88 PRES-ABIERTO VALUE "A".
               88 PRES-ACEPTADO VALUE "C".
               88 PRES-CADUCADO VALUE "K".
               88 PRES-CONVERTIDO VALUE "V".
           03 PRES-LINEAS PIC 9(3).
           03 PRES-TOTAL PIC 9(7)V99.
           03 PRES-OPERADOR PIC X(8).
      * Ultimo ticket en que se cobraron lineas del presupuesto.
           03 PRES-TICKET-NUMERO PIC 9(6).
