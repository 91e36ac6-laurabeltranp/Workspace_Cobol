      *----------------------------------------------------------------
      * REMPAGO.cpy - Registro de REMESAS-PAGO-INDEXADO.dat
      * Transferencias de cada remesa de pago a proveedores
      * (REMESA-PAGOS-PROV): una por proveedor y remesa, por el total
      * con IVA de las facturas pagadas menos los abonos de
      * devoluciones descontados. Las facturas y los abonos quedan
      * marcados con el numero de remesa (FP-REMESA / DP-REMESA). La
      * referencia es el EndToEndId del fichero SEPA, la que el banco
      * devuelve en el extracto.
      *----------------------------------------------------------------
       01 REMESA-PAGO-REGISTRO.
           03 RP-CLAVE.
               05 RP-REMESA PIC 9(6).
               05 RP-ORDEN PIC 9(3).
           03 RP-FECHA-EMISION PIC 9(8).
           03 RP-FECHA-EJECUCION PIC 9(8).
           03 RP-PROVEEDOR-ID PIC 9(6).
           03 RP-NOMBRE PIC X(30).
           03 RP-IBAN PIC X(34).
           03 RP-FACTURAS PIC 9(3).
           03 RP-IMPORTE-FACTURAS PIC 9(9)V99.
           03 RP-ABONOS PIC 9(3).
           03 RP-IMPORTE-ABONOS PIC 9(9)V99.
           03 RP-IMPORTE PIC 9(9)V99.
           03 RP-REFERENCIA PIC X(35).
           03 RP-OPERADOR PIC X(8).
      * Supervisor que autorizo pagar facturas en discrepancia
      * (espacios = ninguna en esta transferencia).
           03 RP-SUPERVISOR PIC X(8).
