      *----------------------------------------------------------------
      * PRECLOC.cpy - Registro de PRECIOS-LOCAL-CAJA-n.dat
      * Copia de precios del maestro de producto en el disco del
      * propio puesto de caja. ALTA-VENTAS la rehace al arrancar con
      * los maestros disponibles; si un dia producto.dat o las ventas
      * no se pueden abrir, VENTA-FUERA-LINEA vende contra esta copia.
      * Solo lleva lo que la caja necesita para cobrar: sin stock,
      * sin ofertas y sin escandallos de kits.
      *----------------------------------------------------------------
       01 PRECIO-LOCAL-REGISTRO.
           03 PLOC-PRODUCTO-ID PIC 9(6).
           03 PLOC-EAN PIC 9(13).
           03 PLOC-DESCRIP PIC X(30).
           03 PLOC-PRECIO PIC 9(5)V99.
           03 PLOC-UNIDAD-MEDIDA PIC X.
           03 PLOC-RESTRICCION-EDAD PIC X.
               88 PLOC-SIN-RESTRICCION VALUE SPACE.
           03 PLOC-ENVASE-ID PIC 9(6).
           03 PLOC-ES-ENVASE PIC X.
               88 PLOC-ES-DEPOSITO VALUE "S".
           03 PLOC-DISCONTINUADO PIC X.
