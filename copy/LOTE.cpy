               05 LOTE-CODIGO PIC X(10).
           03 LOTE-UNIDADES PIC 9(6).
           03 LOTE-CADUCIDAD PIC 9(8).
      * Cuarentena (plan APPCC): Q = lote recibido fuera de rango de
      * temperatura o con el envase danado. Sus unidades no estan en
      * PRODUCTO-STOCK, la venta no las ve y el consumo FEFO lo
      * salta hasta que un supervisor lo libera o lo desecha
      * (GESTION-CUARENTENA). R = lote retirado por una alerta
      * sanitaria (GESTION-ALERTAS): sus unidades siguen en el stock
      * hasta que se devuelven o se pasan a mermas, pero el FEFO no
      * lo consume y la caja avisa del lote. Espacios = lote
      * disponible.
           03 LOTE-ESTADO PIC X.
               88 LOTE-EN-CUARENTENA VALUE "Q".
               88 LOTE-RETIRADO VALUE "R".
               88 LOTE-BLOQUEADO VALUE "Q" "R".
      * Fecha de la primera entrada del lote (0 = lote anterior a la
      * fecha): desde ella se buscan las ventas en una alerta.
           03 LOTE-FECHA-ENTRADA PIC 9(8).
