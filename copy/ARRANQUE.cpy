      *----------------------------------------------------------------
      * ARRANQUE.cpy - Registro de ARRANQUE-SEGURIDAD.dat (secuencial)
      * Marca de que el maestro de operadores ya se creo una vez con
      * la clave compartida de SEGURIDAD.cpy. Con la marca presente
      * esa clave deja de valer aunque el maestro falte: se repone el
      * maestro desde la copia, no se vuelve a abrir la puerta.
      *----------------------------------------------------------------
       01 ARRANQUE-REGISTRO.
           03 AR-FECHA PIC 9(8).
           03 AR-HORA PIC 9(6).
           03 AR-OPERADOR PIC X(8).
