      *----------------------------------------------------------------
      * ALBARAN.cpy - Registro de ALBARANES-INDEXADO.dat
      * Albaran de entrega a domicilio: lo que sale de la tienda en
      * reparto, nacido de un ticket o de un encargo, con la direccion
      * de entrega copiada al prepararlo y su seguimiento preparado /
      * en reparto / entregado / rechazado. Sus lineas estan en
      * ALBARANES-LINEAS-INDEXADO.dat (ALBLIN.cpy).
      *----------------------------------------------------------------
       01 ALBARAN-REGISTRO.
           03 ALB-NUMERO PIC 9(6).
           03 ALB-FECHA PIC 9(8).
           03 ALB-ORIGEN PIC X.
               88 ALB-DE-TICKET VALUE "T".
               88 ALB-DE-ENCARGO VALUE "E".
           03 ALB-ORIGEN-NUMERO PIC 9(6).
           03 ALB-CLIENTE-ID PIC 9(6).
           03 ALB-DIRECCION PIC X(40).
           03 ALB-POBLACION PIC X(20).
           03 ALB-ZONA PIC X(4).
           03 ALB-OBSERVACIONES PIC X(30).
      * Dia previsto de reparto: la hoja de ruta de ese dia lo lleva.
           03 ALB-FECHA-REPARTO PIC 9(8).
           03 ALB-ESTADO PIC X.
               88 ALB-PREPARADO VALUE "P".
               88 ALB-EN-REPARTO VALUE "R".
               88 ALB-ENTREGADO VALUE "E".
               88 ALB-RECHAZADO VALUE "X".
      * Entrega: fecha y quien recibio; rechazo: motivo.
           03 ALB-FECHA-ENTREGA PIC 9(8).
           03 ALB-RECEPTOR PIC X(30).
           03 ALB-MOTIVO-RECHAZO PIC X(30).
           03 ALB-LINEAS PIC 9(3).
           03 ALB-TOTAL PIC 9(7)V99.
      * Marca de la factura mensual por albaranes entregados.
           03 ALB-FACTURADO PIC X.
               88 ALB-YA-FACTURADO VALUE "S".
           03 ALB-FACTURA-NUMERO PIC 9(6).
