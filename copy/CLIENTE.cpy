      * Distinto de S = particular.
           03 CLIENTE-ES-EMPRESA PIC X.
               88 CLIENTE-EMPRESA VALUE "S".
      * Consentimientos con la fecha en que se dieron o retiraron:
      * servicio (fidelidad, cuenta, encargos, reparto) y envios
      * comerciales. N con fecha cero = nunca se pidio.
           03 CLIENTE-CONS-SERVICIO PIC X.
               88 CLIENTE-ACEPTA-SERVICIO VALUE "S".
           03 CLIENTE-FECHA-SERVICIO PIC 9(8).
           03 CLIENTE-CONS-MARKETING PIC X.
               88 CLIENTE-ACEPTA-MARKETING VALUE "S".
           03 CLIENTE-FECHA-MARKETING PIC 9(8).
      * Supresion de datos: nombre, documento y telefono borrados; el
      * CLIENTE-ID se conserva para no romper tickets ni facturas.
           03 CLIENTE-ANONIMIZADO PIC X.
               88 CLIENTE-ES-ANONIMO VALUE "S".
           03 CLIENTE-FECHA-ANONIMIZADO PIC 9(8).
