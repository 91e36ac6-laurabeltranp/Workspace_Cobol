      *----------------------------------------------------------------
      * RETIRADO.cpy - Registro de PRODUCTOS-RETIRADOS-INDEXADO.dat
      * Archivo de productos retirados: cuando un producto liquidado
      * o de baja queda agotado y sin nada pendiente, la purga
      * (PURGAR-RETIRADOS) saca del maestro su registro y sus
      * referencias (casilleros, tarifas de proveedor y de cliente,
      * oferta, escandallo del kit) y guarda aqui la imagen de cada
      * registro tal cual estaba. Asi el ticket y la ficha siguen
      * pudiendo nombrar el producto de las ventas antiguas, y el ID
      * no se vuelve a dar de alta.
      *----------------------------------------------------------------
       01 RETIRADO-REGISTRO.
           03 RET-CLAVE.
               05 RET-PRODUCTO-ID PIC 9(6).
               05 RET-TIPO PIC X.
                   88 RET-ES-PRODUCTO VALUE "P".
                   88 RET-ES-UBICACION VALUE "U".
                   88 RET-ES-TARIFA VALUE "T".
                   88 RET-ES-TARIFA-CLIENTE VALUE "C".
                   88 RET-ES-OFERTA VALUE "O".
                   88 RET-ES-KIT VALUE "K".
               05 RET-SECUENCIA PIC 9(3).
           03 RET-FECHA-RETIRO PIC 9(8).
           03 RET-OPERADOR PIC X(8).
      * Imagen del registro archivado, en el layout de su archivo de
      * origen (PRODFLT, STOCKUBI, TARIFA, TARIFCLI, OFERTA, KITCOMP).
           03 RET-DATOS PIC X(200).
      * Producto duplicado fusionado en otro (FUSIONAR-PRODUCTOS): ID
      * que lo sustituye, al que apuntan ya su stock, lotes y
      * agregados. Cero = retirado por la purga, sin sustituto.
           03 RET-FUSIONADO-EN PIC 9(6).
