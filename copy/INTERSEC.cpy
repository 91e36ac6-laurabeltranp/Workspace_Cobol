      *----------------------------------------------------------------
      * INTERSEC.cpy - Registro de INTERCAMBIOS-CONTROL.dat
      * Ultima secuencia de cada tipo de archivo con cada tienda,
      * proveedor o gestoria: la emitida (S) y la recibida (E). La
      * mantiene CONTROL-INTERCAMBIO.
      *----------------------------------------------------------------
       01 SECUENCIA-INTERCAMBIO-REG.
           03 SC-CLAVE.
               05 SC-SENTIDO PIC X.
               05 SC-TIPO PIC X(10).
               05 SC-SOCIO PIC X(10).
           03 SC-SECUENCIA PIC 9(6).
           03 SC-FECHA-ARCHIVO PIC 9(8).
           03 SC-FECHA-PROCESO PIC 9(8).
