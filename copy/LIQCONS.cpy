      *----------------------------------------------------------------
      * LIQCONS.cpy - Registro de LIQUIDACIONES-CONSIGNA-INDEXADO.dat
      * Liquidacion periodica al proveedor de la mercancia en consigna
      * (PRODUCTO-EN-CONSIGNA) vendida entre LC-DESDE y LC-HASTA: las
      * unidades vendidas menos las devueltas por clientes y
      * reintegradas, al costo pactado. La liquidacion siguiente del
      * mismo proveedor arranca el dia despues de LC-HASTA. Importes
      * sin IVA en LC-BASE; el proveedor factura LC-TOTAL.
      *----------------------------------------------------------------
       01 LIQ-CONSIGNA-REGISTRO.
           03 LC-NUMERO PIC 9(6).
           03 LC-PROVEEDOR-ID PIC 9(6).
           03 LC-DESDE PIC 9(8).
           03 LC-HASTA PIC 9(8).
           03 LC-FECHA PIC 9(8).
           03 LC-PRODUCTOS PIC 9(4).
           03 LC-UNIDADES PIC S9(7)V999.
           03 LC-BASE PIC S9(9)V99.
           03 LC-CUOTA-IVA PIC S9(9)V99.
           03 LC-TOTAL PIC S9(9)V99.
           03 LC-OPERADOR PIC X(8).
