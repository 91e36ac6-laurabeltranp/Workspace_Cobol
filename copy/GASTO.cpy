      *----------------------------------------------------------------
      * GASTO.cpy - Registro de GASTOS-INDEXADO.dat
      * Gastos de explotacion que no son mercaderia (alquiler, luz,
      * limpieza, comisiones del banco, ...): cada factura o cargo
      * del acreedor con su base, tipo y cuota de IVA soportado,
      * vencimiento y marca de pago. Numero interno correlativo. Un
      * gasto no se borra: la baja lo deja anulado, para que la
      * gestoria reciba tambien la anulacion.
      *----------------------------------------------------------------
       01 GASTO-REGISTRO.
           03 GA-NUMERO PIC 9(6).
      * Fecha de la factura o del cargo: decide el mes contable.
           03 GA-FECHA PIC 9(8).
      * Categoria (tabla en GASTOCAT.cpy).
           03 GA-CATEGORIA PIC 9(2).
      * Acreedor: proveedor del maestro (GA-PROVEEDOR-ID) o, a cero,
      * acreedor suelto con nombre y NIF tecleados.
           03 GA-PROVEEDOR-ID PIC 9(6).
           03 GA-ACREEDOR PIC X(30).
           03 GA-ACREEDOR-NIF PIC X(9).
           03 GA-DOCUMENTO PIC X(20).
           03 GA-CONCEPTO PIC X(30).
      * Tipo 0 = exento o no sujeto (comisiones, seguros).
           03 GA-BASE PIC 9(7)V99.
           03 GA-TIPO-IVA PIC 9(2).
           03 GA-CUOTA PIC 9(7)V99.
           03 GA-TOTAL PIC 9(7)V99.
           03 GA-VENCIMIENTO PIC 9(8).
           03 GA-PAGADO PIC X.
               88 GA-PENDIENTE-PAGO VALUE "N".
               88 GA-YA-PAGADO VALUE "S".
           03 GA-FECHA-PAGO PIC 9(8).
           03 GA-ESTADO PIC X.
               88 GA-VIGENTE VALUE "V".
               88 GA-ANULADO VALUE "X".
      * Ultima grabacion (alta, cambio, anulacion o pago): el export
      * a la gestoria manda cada dia los gastos grabados ese dia.
           03 GA-FECHA-GRABACION PIC 9(8).
