      *----------------------------------------------------------------
      * RAPPEL.cpy - Registro de RAPPELS-INDEXADO.dat
      * Acuerdo de rappel por volumen con un proveedor para un
      * periodo: tramos de compra con su porcentaje y la base sobre
      * la que se mide (lo recibido al costo o lo facturado, menos
      * lo devuelto al proveedor). Al alcanzar un tramo su porcentaje
      * se aplica a todo el volumen del periodo. El devengo mensual
      * (DEVENGO-RAPPELS) deja el volumen y el rappel a la fecha; al
      * terminar el periodo se liquida (documento de reclamo) y se
      * sigue como pendiente hasta cobrarlo, como los abonos de
      * DEVPROV.
      *----------------------------------------------------------------
       01 RAPPEL-REGISTRO.
           03 RA-CLAVE.
               05 RA-PROVEEDOR-ID PIC 9(6).
               05 RA-DESDE PIC 9(8).
           03 RA-HASTA PIC 9(8).
           03 RA-BASE PIC X.
               88 RA-BASE-RECIBIDO VALUE "R".
               88 RA-BASE-FACTURADO VALUE "F".
      * Tramos en orden creciente de volumen minimo (base sin IVA).
           03 RA-TRAMOS PIC 9.
           03 RA-TRAMO OCCURS 5 TIMES.
               05 RA-TRAMO-MINIMO PIC 9(9)V99.
               05 RA-TRAMO-PORCENTAJE PIC 9(2)V99.
      * Ultimo devengo: fecha de corte, volumen, tramo alcanzado
      * (0 = ninguno) y rappel correspondiente.
           03 RA-FECHA-DEVENGO PIC 9(8).
           03 RA-VOLUMEN PIC 9(9)V99.
           03 RA-TRAMO-ALCANZADO PIC 9.
           03 RA-DEVENGADO PIC 9(9)V99.
           03 RA-ESTADO PIC X.
               88 RA-EN-CURSO VALUE "C".
               88 RA-RECLAMADO VALUE "P".
               88 RA-COBRADO VALUE "R".
               88 RA-SIN-RAPPEL VALUE "N".
           03 RA-FECHA-RECLAMO PIC 9(8).
           03 RA-IMPORTE-RECLAMADO PIC 9(9)V99.
      * Lo que el proveedor abono de verdad: otros ingresos en la
      * cuenta de resultados en la fecha de cobro.
           03 RA-FECHA-COBRO PIC 9(8).
           03 RA-IMPORTE-COBRADO PIC 9(9)V99.
