      *----------------------------------------------------------------
      * INTERLOG.cpy - Registro de INTERCAMBIOS-LOG.dat
      * Un registro por archivo intercambiado: emitido, aceptado o
      * rechazado, con sus cifras de control. Solo se anade al final;
      * lo graba CONTROL-INTERCAMBIO y lo lista
      * REPORTE-INTERCAMBIOS.
      *----------------------------------------------------------------
       01 INTERCAMBIO-LOG-REG.
           03 IL-FECHA PIC 9(8).
           03 IL-HORA PIC 9(6).
           03 IL-OPERADOR PIC X(8).
      * S = salida (exportacion), E = entrada (importacion).
           03 IL-SENTIDO PIC X.
               88 IL-SALIDA VALUE "S".
               88 IL-ENTRADA VALUE "E".
           03 IL-TIPO PIC X(10).
           03 IL-SOCIO PIC X(10).
           03 IL-SECUENCIA PIC 9(6).
           03 IL-FECHA-ARCHIVO PIC 9(8).
           03 IL-REGISTROS PIC 9(7).
           03 IL-TOTAL-CANTIDADES PIC S9(12).
           03 IL-TOTAL-IMPORTES PIC S9(12)V99.
      * E = emitido, A = aceptado y aplicado, R = rechazado.
           03 IL-RESULTADO PIC X.
               88 IL-EMITIDO VALUE "E".
               88 IL-ACEPTADO VALUE "A".
               88 IL-RECHAZADO VALUE "R".
           03 IL-MOTIVO PIC X(40).
           03 IL-PROGRAMA PIC X(30).
           03 IL-ARCHIVO PIC X(40).
