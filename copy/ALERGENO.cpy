      *----------------------------------------------------------------
      * ALERGENO.cpy - Registro de ALERGENOS-INDEXADO.dat
      * Declaracion de alergenos de cada producto. ALG-MARCA lleva
      * una posicion por alergeno de ALERGTAB.cpy: C = contiene,
      * T = puede contener trazas, N o espacio = no lo contiene. Un
      * producto sin registro esta SIN DECLARAR, que no es lo mismo
      * que libre de alergenos. Lo mantiene GESTION-ALERGENOS.
      *----------------------------------------------------------------
       01 ALERGENO-REGISTRO.
           03 ALG-PRODUCTO-ID PIC 9(6).
           03 ALG-DECLARACION.
               05 ALG-MARCA PIC X OCCURS 14 TIMES.
           03 ALG-FECHA-REVISION PIC 9(8).
           03 ALG-OPERADOR PIC X(8).
