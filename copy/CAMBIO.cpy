      *----------------------------------------------------------------
      * CAMBIO.cpy - Registro de CAMBIOS-INDEXADO.dat
      * Tipo de cambio de cada divisa en que compramos (la TA-MONEDA
      * de las tarifas), por fecha: unidades de la divisa por un
      * euro, como lo publica el banco central (1 EUR = 0,8500 GBP).
      * Rige desde su fecha hasta el siguiente registro de la misma
      * divisa. Lo mantiene GESTION-CAMBIOS, a mano o importado; lo
      * consultan los programas de compras con TIPO-CAMBIO.
      *----------------------------------------------------------------
       01 CAMBIO-REGISTRO.
           03 CB-CLAVE.
               05 CB-MONEDA PIC X(3).
               05 CB-FECHA PIC 9(8).
           03 CB-TASA PIC 9(4)V9(6).
           03 CB-ORIGEN PIC X.
               88 CB-MANUAL VALUE "M".
               88 CB-IMPORTADO VALUE "I".
