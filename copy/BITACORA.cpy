               88 BIT-ES-AJUSTE VALUE "AJUSTE".
      * Imagen del registro grabado, tal cual: el replay la vuelca
      * sobre el layout que corresponda al tipo.
           03 BIT-DATOS PIC X(300).
