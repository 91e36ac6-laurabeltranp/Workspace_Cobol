      *----------------------------------------------------------------
      * RECLAMA.cpy - Registro de RECLAMACIONES-INDEXADO.dat
      * Hojas de reclamaciones oficiales que presentan los clientes:
      * quien reclama (cliente de la ficha o nombre y documento tal
      * como figuran en la hoja), el ticket o producto afectado, la
      * categoria y la respuesta con sus fechas. La fecha limite se
      * fija al registrarla con los dias de PA-DIAS-RECLAMACION; si
      * la reclamacion acaba en devolucion o vale queda enlazada.
      *----------------------------------------------------------------
       01 RECLAMACION-REGISTRO.
           03 HR-NUMERO PIC 9(6).
      * Numero impreso en el juego oficial entregado al cliente.
           03 HR-HOJA-OFICIAL PIC X(15).
           03 HR-FECHA PIC 9(8).
           03 HR-HORA PIC 9(6).
      * Cliente de la ficha (0 = sin ficha: nombre y documento solo
      * los de la hoja).
           03 HR-CLIENTE-ID PIC 9(6).
           03 HR-NOMBRE PIC X(30).
           03 HR-DNI PIC X(9).
      * Ticket y producto reclamados (0 = no consta).
           03 HR-TICKET-NUMERO PIC 9(6).
           03 HR-PRODUCTO-ID PIC 9(6).
           03 HR-CATEGORIA PIC X.
               88 HR-CAT-PRECIO VALUE "P".
               88 HR-CAT-MAL-ESTADO VALUE "M".
               88 HR-CAT-TRATO VALUE "T".
               88 HR-CAT-CADUCADO VALUE "C".
               88 HR-CAT-OTROS VALUE "O".
               88 HR-CATEGORIA-VALIDA VALUE "P" "M" "T" "C" "O".
           03 HR-DESCRIPCION PIC X(60).
           03 HR-FECHA-LIMITE PIC 9(8).
      * A = abierta, sin contestar; R = respondida al cliente; C =
      * cerrada (cliente conforme o expediente archivado).
           03 HR-ESTADO PIC X.
               88 HR-ABIERTA VALUE "A".
               88 HR-RESPONDIDA VALUE "R".
               88 HR-CERRADA VALUE "C".
           03 HR-RESPUESTA PIC X(60).
           03 HR-FECHA-RESPUESTA PIC 9(8).
           03 HR-FECHA-CIERRE PIC 9(8).
      * Devolucion (DEVOLUCION-ID) y vale (VALE-NUMERO) con que se
      * resolvio, 0 = ninguno.
           03 HR-DEVOLUCION-ID PIC 9(6).
           03 HR-VALE-NUMERO PIC 9(6).
           03 HR-OPERADOR PIC X(8).
           03 HR-OPERADOR-RESPUESTA PIC X(8).
