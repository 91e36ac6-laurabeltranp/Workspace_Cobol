      *----------------------------------------------------------------
      * NORMA43.cpy - Linea del extracto bancario en Norma 43 (AEB,
      * cuaderno 43) tal como la descarga el banco: registros de 80
      * posiciones, el tipo en las dos primeras. 11 cabecera de
      * cuenta, 22 movimiento, 23 concepto complementario del
      * movimiento anterior, 24 equivalencia de divisa, 33 final de
      * cuenta con los totales de control y 88 fin de fichero.
      * Fechas AAMMDD; importes de 14 cifras con dos decimales;
      * clave debe/haber 1 = cargo, 2 = abono.
      *----------------------------------------------------------------
       01 N43-LINEA.
           03 N43-TIPO PIC X(2).
               88 N43-CABECERA-CUENTA VALUE "11".
               88 N43-MOVIMIENTO VALUE "22".
               88 N43-COMPLEMENTARIO VALUE "23".
               88 N43-EQUIVALENCIA VALUE "24".
               88 N43-FINAL-CUENTA VALUE "33".
               88 N43-FIN-FICHERO VALUE "88".
           03 FILLER PIC X(78).
       01 N43-CABECERA REDEFINES N43-LINEA.
           03 FILLER PIC X(2).
           03 N43-C-CUENTA.
               05 N43-C-ENTIDAD PIC X(4).
               05 N43-C-OFICINA PIC X(4).
               05 N43-C-NUMERO PIC X(10).
           03 N43-C-FECHA-INICIAL PIC 9(6).
           03 N43-C-FECHA-FINAL PIC 9(6).
           03 N43-C-SIGNO-SALDO PIC X.
           03 N43-C-SALDO-INICIAL PIC 9(12)V99.
           03 N43-C-DIVISA PIC X(3).
           03 N43-C-MODALIDAD PIC X.
           03 N43-C-NOMBRE PIC X(26).
           03 FILLER PIC X(3).
       01 N43-APUNTE REDEFINES N43-LINEA.
           03 FILLER PIC X(2).
           03 FILLER PIC X(4).
           03 N43-M-OFICINA-ORIGEN PIC X(4).
           03 N43-M-FECHA-OPERACION PIC 9(6).
           03 N43-M-FECHA-VALOR PIC 9(6).
           03 N43-M-CONCEPTO-COMUN PIC 9(2).
           03 N43-M-CONCEPTO-PROPIO PIC X(3).
           03 N43-M-SIGNO PIC X.
           03 N43-M-IMPORTE PIC 9(12)V99.
           03 N43-M-DOCUMENTO PIC X(10).
           03 N43-M-REFERENCIA-1 PIC X(12).
           03 N43-M-REFERENCIA-2 PIC X(16).
       01 N43-CONCEPTO REDEFINES N43-LINEA.
           03 FILLER PIC X(2).
           03 N43-K-CODIGO PIC 9(2).
           03 N43-K-CONCEPTO-1 PIC X(38).
           03 N43-K-CONCEPTO-2 PIC X(38).
       01 N43-FINAL REDEFINES N43-LINEA.
           03 FILLER PIC X(2).
           03 N43-F-CUENTA PIC X(18).
           03 N43-F-APUNTES-DEBE PIC 9(5).
           03 N43-F-TOTAL-DEBE PIC 9(12)V99.
           03 N43-F-APUNTES-HABER PIC 9(5).
           03 N43-F-TOTAL-HABER PIC 9(12)V99.
           03 N43-F-SIGNO-SALDO PIC X.
           03 N43-F-SALDO-FINAL PIC 9(12)V99.
           03 N43-F-DIVISA PIC X(3).
           03 FILLER PIC X(4).
       01 N43-FIN REDEFINES N43-LINEA.
           03 FILLER PIC X(2).
           03 N43-Z-NUEVES PIC X(18).
           03 N43-Z-REGISTROS PIC 9(6).
           03 FILLER PIC X(54).
