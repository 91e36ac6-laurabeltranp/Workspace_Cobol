      *----------------------------------------------------------------
      * GASTOCAT.cpy - Categorias de gasto (GA-CATEGORIA)
      * Tabla fija para mantenimiento, listados y cuenta de
      * resultados: el codigo es la posicion en la tabla.
      *----------------------------------------------------------------
       01 TABLA-CATEGORIAS-GASTO.
           05 FILLER PIC X(20) VALUE "ALQUILER".
           05 FILLER PIC X(20) VALUE "LUZ, AGUA Y GAS".
           05 FILLER PIC X(20) VALUE "TELEFONO E INTERNET".
           05 FILLER PIC X(20) VALUE "LIMPIEZA".
           05 FILLER PIC X(20) VALUE "COMISIONES BANCARIAS".
           05 FILLER PIC X(20) VALUE "SEGUROS".
           05 FILLER PIC X(20) VALUE "REPARACIONES".
           05 FILLER PIC X(20) VALUE "GESTORIA Y ASESORIA".
           05 FILLER PIC X(20) VALUE "TRANSPORTES".
           05 FILLER PIC X(20) VALUE "OTROS GASTOS".
       01 CATEGORIAS-GASTO REDEFINES TABLA-CATEGORIAS-GASTO.
           05 CATEGORIA-GASTO-NOMBRE PIC X(20) OCCURS 10 TIMES.
       01 CATEGORIAS-GASTO-CANT PIC 9(2) VALUE 10.
