      *----------------------------------------------------------------
      * ALERGTAB.cpy - Los 14 alergenos de declaracion obligatoria
      * Tabla fija para el mantenimiento, la ficha, las etiquetas y
      * la consulta del mostrador: el numero de alergeno es la
      * posicion en la tabla y en ALG-MARCA (ALERGENO.cpy).
      *----------------------------------------------------------------
       01 TABLA-ALERGENOS.
           05 FILLER PIC X(20) VALUE "GLUTEN".
           05 FILLER PIC X(20) VALUE "CRUSTACEOS".
           05 FILLER PIC X(20) VALUE "HUEVOS".
           05 FILLER PIC X(20) VALUE "PESCADO".
           05 FILLER PIC X(20) VALUE "CACAHUETES".
           05 FILLER PIC X(20) VALUE "SOJA".
           05 FILLER PIC X(20) VALUE "LECHE".
           05 FILLER PIC X(20) VALUE "FRUTOS DE CASCARA".
           05 FILLER PIC X(20) VALUE "APIO".
           05 FILLER PIC X(20) VALUE "MOSTAZA".
           05 FILLER PIC X(20) VALUE "SESAMO".
           05 FILLER PIC X(20) VALUE "SULFITOS".
           05 FILLER PIC X(20) VALUE "ALTRAMUCES".
           05 FILLER PIC X(20) VALUE "MOLUSCOS".
       01 ALERGENOS-NOMBRES REDEFINES TABLA-ALERGENOS.
           05 ALERGENO-NOMBRE PIC X(20) OCCURS 14 TIMES.
       01 ALERGENOS-CANT PIC 9(2) VALUE 14.
