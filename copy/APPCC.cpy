      *----------------------------------------------------------------
      * APPCC.cpy - Registro de APPCC-RECEPCION.dat (secuencial)
      * Registro de control de recepcion del plan APPCC: temperatura
      * medida y estado del envase de cada linea de producto de frio
      * (o con el envase danado) y que se hizo con ella. Las
      * liberaciones y desechos de cuarentena se anotan aqui mismo.
      * Lo resume REPORTE-APPCC para el inspector de sanidad.
      *----------------------------------------------------------------
       01 APPCC-REGISTRO.
           03 APR-FECHA PIC 9(8).
           03 APR-HORA PIC 9(6).
           03 APR-PROVEEDOR-ID PIC 9(6).
           03 APR-PEDIDO-NUMERO PIC 9(6).
           03 APR-PRODUCTO-ID PIC 9(6).
           03 APR-CLASE-TEMP PIC X.
      * Temperatura medida en grados C con un decimal (cero en los
      * productos de ambiente).
           03 APR-TEMPERATURA PIC S9(3)V9.
           03 APR-ENVASE PIC X.
               88 APR-ENVASE-BUENO VALUE "B".
               88 APR-ENVASE-DANADO VALUE "D".
           03 APR-UNIDADES PIC 9(6).
           03 APR-LOTE PIC X(10).
      * A = aceptada, Q = a cuarentena, R = rechazada al proveedor,
      * L = cuarentena liberada, X = cuarentena desechada.
           03 APR-RESULTADO PIC X.
               88 APR-ACEPTADA VALUE "A".
               88 APR-CUARENTENA VALUE "Q".
               88 APR-RECHAZADA VALUE "R".
               88 APR-LIBERADA VALUE "L".
               88 APR-DESECHADA VALUE "X".
           03 APR-OPERADOR PIC X(8).
