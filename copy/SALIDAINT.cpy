      *----------------------------------------------------------------
      * SALIDAINT.cpy - Registro de SALIDAS-INTERNAS.dat (secuencial)
      * Salidas de stock que no son venta ni merma: el autoconsumo de
      * la tienda (limpieza, bolsas, cafe del personal) y lo que se
      * dona al banco de alimentos. Van aparte de MERMAS.dat para no
      * inflar la tendencia de merma y para poder justificar la
      * deduccion de las donaciones. Se valoran al costo medio
      * ponderado del producto en el momento de la salida.
      *----------------------------------------------------------------
       01 SALIDA-INTERNA-REGISTRO.
           03 SI-TIPO PIC X.
               88 SI-AUTOCONSUMO VALUE "A".
               88 SI-DONACION VALUE "D".
           03 SI-FECHA PIC 9(8).
           03 SI-HORA PIC 9(6).
           03 SI-PRODUCTO-ID PIC 9(6).
           03 SI-UNIDADES PIC 9(6).
           03 SI-COSTO-UNITARIO PIC 9(5)V99.
           03 SI-VALOR PIC 9(7)V99.
      * Uso que se le da al autoconsumo; en la donacion, la entidad.
           03 SI-MOTIVO PIC X(30).
      * Solo donaciones: certificado que agrupa la entrega y entidad
      * donataria que lo firma.
           03 SI-CERTIFICADO PIC 9(6).
           03 SI-ENTIDAD PIC X(40).
           03 SI-ENTIDAD-NIF PIC X(9).
           03 SI-OPERADOR PIC X(8).
