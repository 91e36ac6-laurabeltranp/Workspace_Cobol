      *----------------------------------------------------------------
      * PEDWEB.cpy - Registro de PEDIDOS-WEB-INDEXADO.dat
      * Pedido de la tienda online para recoger en tienda. Lo da de
      * alta IMPORTAR-PEDIDOS-WEB reservando el stock de sus lineas
      * (PEDWLIN.cpy); se cobra en ALTA-VENTAS por su numero. Lo no
      * recogido a la fecha limite lo libera LIBERAR-PEDIDOS-WEB.
      *----------------------------------------------------------------
       01 PEDIDO-WEB-REGISTRO.
      * Numero que dio la tienda online al pedido.
           03 PW-NUMERO PIC 9(6).
           03 PW-FECHA-PEDIDO PIC 9(8).
           03 PW-FECHA-IMPORTACION PIC 9(8).
           03 PW-FECHA-LIMITE PIC 9(8).
           03 PW-NOMBRE PIC X(30).
           03 PW-TELEFONO PIC X(15).
      * R = reservado; S = preparado (bolsa hecha); C = recogido y
      * cobrado en el ticket PW-TICKET-NUMERO; L = liberado sin
      * recoger; X = anulado.
           03 PW-ESTADO PIC X.
               88 PW-RESERVADO VALUE "R".
               88 PW-PREPARADO VALUE "S".
               88 PW-RECOGIDO VALUE "C".
               88 PW-LIBERADO VALUE "L".
               88 PW-ANULADO VALUE "X".
               88 PW-VIVO VALUE "R" "S".
           03 PW-LINEAS PIC 9(3).
           03 PW-TOTAL PIC 9(7)V99.
           03 PW-TICKET-NUMERO PIC 9(6).
           03 PW-FECHA-CIERRE PIC 9(8).
