      * (normalmente la trastienda).
           03 SU-MINIMO PIC 9(6).
           03 SU-CAPACIDAD PIC 9(6).
      * Espacio en el lineal: frentes (caras del producto a la vista)
      * y centimetros de estanteria que ocupa en el casillero. A cero
      * en la trastienda; con ellos el informe de rentabilidad del
      * espacio reparte ventas y margen por metro lineal.
           03 SU-FRENTES PIC 9(3).
           03 SU-CM-LINEALES PIC 9(5).
