           05 PRODUCTO-EAN PIC 9(13).
           05 PRODUCTO-ALTA-FECH PIC 9(8).
           05 PRODUCTO-COSTO PIC 9(5)V99.
      * Discontinuado: S = dado de baja; L = en liquidacion (se sigue
      * vendiendo lo que queda, pero no se repone, no se pide ni entra
      * en el conteo ciclico); N o espacios = vivo. Agotado y sin
      * nada pendiente, PURGAR-RETIRADOS lo pasa al archivo de
      * productos retirados.
           05 PRODUCTO-DISCONTINUADO PIC X.
               88 PRODUCTO-DE-BAJA VALUE "S".
               88 PRODUCTO-EN-LIQUIDACION VALUE "L".
               88 PRODUCTO-SIN-REPOSICION VALUE "S" "L".
           05 PRODUCTO-FAMILIA PIC 9(3).
      * Tipo de IVA del producto en % (4, 10 o 21). Los registros
      * convertidos del layout anterior (MIGRAR-LAYOUTS) llegan con
      * (KITS-COMPONENTES-INDEXADO.dat). El apply nocturno descuenta
      * los componentes; el propio kit no lleva stock.
           05 PRODUCTO-ES-KIT PIC X.
      * Restriccion de edad: A = alcohol, T = tabaco, espacios = libre.
      * La caja exige confirmar la mayoria de edad del cliente y
      * corta la venta en la franja horaria prohibida de la clase
      * (RESTRICCIONES-EDAD-INDEXADO.dat).
           05 PRODUCTO-RESTRICCION-EDAD PIC X.
               88 PRODUCTO-SIN-RESTRICCION VALUE SPACE.
               88 PRODUCTO-ES-ALCOHOL VALUE "A".
               88 PRODUCTO-ES-TABACO VALUE "T".
      * Envase retornable (SDDR): PRODUCTO-ENVASE-ID es el articulo
      * deposito que la caja cobra aparte por cada unidad vendida
      * (0 = sin envase). El articulo deposito lleva
      * PRODUCTO-ES-ENVASE = S: su precio es el importe del deposito,
      * no lleva stock ni IVA y no se vende suelto.
           05 PRODUCTO-ENVASE-ID PIC 9(6).
           05 PRODUCTO-ES-ENVASE PIC X.
               88 PRODUCTO-ES-DEPOSITO VALUE "S".
      * Mercancia en deposito (consigna): S = el stock es del
      * proveedor hasta que se vende. Queda fuera de la valoracion
      * del inventario y del kardex valorado (movimientos a costo
      * cero); PRODUCTO-COSTO es el costo pactado al que se liquida
      * al proveedor lo vendido (LIQUIDAR-CONSIGNA). Lo no vendido
      * vuelve por DEVOLUCION-PROVEEDOR sin abono que esperar.
           05 PRODUCTO-CONSIGNA PIC X.
               88 PRODUCTO-EN-CONSIGNA VALUE "S".
      * Cadena de frio (plan APPCC): clase de temperatura con la que
      * se recibe y se conserva. R = refrigerado, C = congelado,
      * espacios o A = ambiente (sin control de temperatura). La
      * recepcion exige la temperatura medida de R y C y rechaza o
      * pone en cuarentena lo que llega fuera de rango.
           05 PRODUCTO-CLASE-TEMP PIC X.
               88 PRODUCTO-AMBIENTE VALUE SPACE "A".
               88 PRODUCTO-REFRIGERADO VALUE "R".
               88 PRODUCTO-CONGELADO VALUE "C".
      * Contenido neto del envase para el precio por unidad de medida
      * (precio por kilo o por litro que la normativa de consumo exige
      * en la etiqueta junto al precio de venta). Unidad: G = gramos,
      * K = kilos, M = mililitros, L = litros, N = no aplica (se vende
      * por piezas), espacios = sin informar. Los productos al peso
      * (PRODUCTO-UNIDAD-MEDIDA = K) ya tienen el precio por kilo.
           05 PRODUCTO-CONTENIDO-NETO PIC 9(5)V999.
           05 PRODUCTO-UNIDAD-CONTENIDO PIC X.
               88 PRODUCTO-CONTENIDO-PESO VALUE "G" "K".
               88 PRODUCTO-CONTENIDO-VOLUMEN VALUE "M" "L".
               88 PRODUCTO-CONTENIDO-NO-APLICA VALUE "N".
               88 PRODUCTO-CONTENIDO-SIN-INFORMAR VALUE SPACE.
      * Fecha objetivo para terminar la liquidacion (AAAAMMDD, cero
      * fuera de liquidacion): el listado de liquidaciones avisa de
      * las vencidas que aun tienen stock.
           05 PRODUCTO-FIN-LIQUIDACION PIC 9(8).
