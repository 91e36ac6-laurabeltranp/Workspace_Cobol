      *----------------------------------------------------------------
      * REGFACT.cpy - Registro de REGISTRO-FACTURACION.dat
      * Registro de facturacion (VERI*FACTU): una entrada de alta por
      * cada factura expedida -ticket como factura simplificada (T),
      * factura con NIF o mensual consolidada (F) y rectificativa
      * (R)- encadenada por huella SHA-256 con la anterior. Solo se
      * anade al final: nunca se reescribe ni se borra una entrada,
      * salvo la marca de envio a la Agencia Tributaria. Cualquier
      * retoque de un registro ya grabado rompe la cadena y lo
      * detecta VERIFICAR-CADENA-FACTURACION.
      *----------------------------------------------------------------
       01 REGISTRO-FACTURACION-REG.
           03 RF-SECUENCIA PIC 9(8).
      * A = alta de factura.
           03 RF-TIPO-REGISTRO PIC X.
               88 RF-ES-ALTA VALUE "A".
           03 RF-NIF-EMISOR PIC X(9).
      * Serie (T, F, R) y numero; RF-NUM-SERIE es la forma que viaja
      * a la Agencia y al QR: serie, guion y numero (T-000123).
           03 RF-SERIE PIC X.
           03 RF-NUMERO PIC 9(6).
           03 RF-NUM-SERIE PIC X(20).
           03 RF-FECHA-EXPEDICION PIC 9(8).
      * F1 factura completa, F2 simplificada (ticket), F3 emitida en
      * sustitucion de una simplificada, R1 rectificativa.
           03 RF-TIPO-FACTURA PIC XX.
           03 RF-CUOTA-TOTAL PIC S9(7)V99.
           03 RF-IMPORTE-TOTAL PIC S9(7)V99.
      * Huella del registro anterior (espacios en el primero de la
      * cadena) y la propia, en hexadecimal en mayusculas.
           03 RF-HUELLA-ANTERIOR PIC X(64).
      * Fecha, hora y huso de generacion: AAAA-MM-DDTHH:MM:SS+HH:MM.
           03 RF-FECHA-HORA-GEN PIC X(25).
           03 RF-HUELLA PIC X(64).
      * N = pendiente de enviar; S = incluido en un envio, con fecha.
           03 RF-ENVIADO PIC X.
               88 RF-YA-ENVIADO VALUE "S".
           03 RF-FECHA-ENVIO PIC 9(8).
