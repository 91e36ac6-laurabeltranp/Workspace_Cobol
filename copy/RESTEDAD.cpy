      *----------------------------------------------------------------
      * RESTEDAD.cpy - Registro de RESTRICCIONES-EDAD-INDEXADO.dat
      * Una fila por clase de restriccion de edad del producto
      * (PRODUCTO-RESTRICCION-EDAD: A = alcohol, T = tabaco) con la
      * franja horaria en la que la caja no puede venderla. Horas en
      * HHMM; si DESDE es mayor que HASTA la franja cruza la
      * medianoche (2200-0800). DESDE igual a HASTA = sin franja.
      * Lo mantiene GESTION-RESTRICCIONES.
      *----------------------------------------------------------------
       01 RESTRICCION-REGISTRO.
           03 RESTRICCION-CLASE PIC X.
           03 RESTRICCION-DESCRIP PIC X(20).
           03 RESTRICCION-HORA-DESDE PIC 9(4).
           03 RESTRICCION-HORA-HASTA PIC 9(4).
