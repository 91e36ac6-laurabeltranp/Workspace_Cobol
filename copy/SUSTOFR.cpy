      *----------------------------------------------------------------
      * SUSTOFR.cpy - Registro de SUSTITUCIONES-OFRECIDAS.dat
      * Una linea por alternativa ofrecida al faltar stock (en caja o
      * en encargos) y si el cliente la acepto: REPORTE-SUSTITUTOS
      * saca de aqui cuantas veces se acepta cada sustituto.
      *----------------------------------------------------------------
       01 SUSTITUCION-REGISTRO.
           03 SO-FECHA PIC 9(8).
           03 SO-HORA PIC 9(6).
      * V = caja (ALTA-VENTAS); E = mostrador de encargos.
           03 SO-ORIGEN PIC X.
               88 SO-EN-CAJA VALUE "V".
               88 SO-EN-ENCARGOS VALUE "E".
           03 SO-PRODUCTO-ID PIC 9(6).
           03 SO-SUSTITUTO-ID PIC 9(6).
           03 SO-ACEPTADO PIC X.
               88 SO-FUE-ACEPTADO VALUE "S".
           03 SO-OPERADOR PIC X(8).
