      *----------------------------------------------------------------
      * TARIFCLI.cpy - Registro de TARIFAS-CLIENTE-INDEXADO.dat
      * Tarifa pactada con un cliente de empresa (bar, restaurante):
      * por producto o por familia entera, un precio fijo o un % de
      * descuento sobre el precio de tarifa, con su periodo de
      * validez. La mantiene GESTION-CLIENTES y ALTA-VENTAS la aplica
      * sola al identificar al cliente del ticket; la linea por
      * producto manda sobre la de su familia.
      *----------------------------------------------------------------
       01 TARIFA-CLIENTE-REGISTRO.
           03 TAR-CLAVE.
               05 TAR-CLIENTE-ID PIC 9(6).
      * Producto (0 = la linea es de toda la familia).
               05 TAR-PRODUCTO-ID PIC 9(6).
      * Familia (0 = la linea es de un producto).
               05 TAR-FAMILIA PIC 9(3).
           03 TAR-TIPO PIC X.
               88 TAR-PRECIO-FIJO VALUE "P".
               88 TAR-PORCENTAJE VALUE "D".
           03 TAR-PRECIO PIC 9(5)V99.
           03 TAR-DESCUENTO-PCT PIC 9(2).
           03 TAR-DESDE PIC 9(8).
           03 TAR-HASTA PIC 9(8).
