      *----------------------------------------------------------------
      * SUSTITUTO.cpy - Registro de SUSTITUTOS-INDEXADO.dat
      * Alternativas de cada producto por orden de preferencia: si
      * el producto no tiene stock, la caja y el mostrador de
      * encargos ofrecen las que si lo tienen, con precio y
      * ubicacion. Lo mantiene GESTION-SUSTITUTOS.
      *----------------------------------------------------------------
       01 SUSTITUTO-REGISTRO.
           03 SUST-CLAVE.
               05 SUST-PRODUCTO-ID PIC 9(6).
               05 SUST-ORDEN PIC 9(2).
           03 SUST-ALTERNATIVO-ID PIC 9(6).
