      *----------------------------------------------------------------
      * RECHEDAD.cpy - Registro de RECHAZOS-EDAD.dat (secuencial)
      * Cada venta de producto con restriccion de edad que la caja
      * no llego a registrar: por franja horaria prohibida o porque
      * el cliente no acredito la mayoria de edad. Es la prueba ante
      * la inspeccion de que la restriccion se aplica; no se vacia
      * en el cierre.
      *----------------------------------------------------------------
       01 RECHAZO-REGISTRO.
           03 RECHAZO-FECHA PIC 9(8).
           03 RECHAZO-HORA PIC 9(6).
           03 RECHAZO-OPERADOR PIC X(8).
           03 RECHAZO-TICKET PIC 9(6).
           03 RECHAZO-PRODUCTO-ID PIC 9(6).
           03 RECHAZO-CLASE PIC X.
           03 RECHAZO-MOTIVO PIC X.
               88 RECHAZO-HORA-PROHIBIDA VALUE "H".
               88 RECHAZO-SIN-MAYORIA VALUE "E".
