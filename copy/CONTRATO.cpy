      *----------------------------------------------------------------
      * CONTRATO.cpy - Registro de CONTRATOS-INDEXADO.dat
      * Jornada contratada de cada operador, contra la que el informe
      * mensual de jornada calcula las horas extra. Va aparte del
      * maestro de operadores para no cambiar su layout. Sin registro,
      * el informe no calcula extras.
      *----------------------------------------------------------------
       01 CONTRATO-REGISTRO.
           03 CT-OPERADOR-ID PIC X(8).
           03 CT-HORAS-DIARIAS PIC 9(2)V99.
           03 CT-HORAS-SEMANALES PIC 9(2)V99.
           03 CT-FECHA-DESDE PIC 9(8).
