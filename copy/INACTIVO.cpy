      *----------------------------------------------------------------
      * INACTIVO.cpy - Registro de CLIENTES-INACTIVOS.dat
      * Propuesta anual de supresion de datos: clientes sin actividad
      * (tickets, puntos, cobros, encargos, consentimientos) desde
      * hace los anios fijados, sin fiado ni encargo pendiente. El
      * primer registro (CI-CLIENTE-ID = 0) es la cabecera con la
      * fecha de la propuesta. La supresion la decide el supervisor
      * cliente a cliente en PROTECCION-DATOS.
      *----------------------------------------------------------------
       01 INACTIVO-REGISTRO.
           03 CI-CLIENTE-ID PIC 9(6).
           03 CI-ULTIMA-ACTIVIDAD PIC 9(8).
           03 CI-FECHA-PROPUESTA PIC 9(8).
