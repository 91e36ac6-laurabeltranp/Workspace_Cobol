               88 EN-LLEGADO VALUE "L".
               88 EN-ENTREGADO VALUE "E".
           03 EN-PEDIDO-NUMERO PIC 9(6).
      * Encargo nacido de un presupuesto aceptado: numero y precio
      * pactado por unidad, que es el que se cobra al entregar (0 =
      * precio de caja del dia).
           03 EN-PRESUPUESTO-NUMERO PIC 9(6).
           03 EN-PRECIO-PACTADO PIC 9(5)V99.
