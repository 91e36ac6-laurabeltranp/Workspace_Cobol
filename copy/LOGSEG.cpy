      *----------------------------------------------------------------
      * LOGSEG.cpy - Registro de SEGURIDAD-LOG.dat (secuencial)
      * Cada acceso de operador, bueno o malo, y cada cambio sobre su
      * credencial: lo graba GRABAR-LOG-SEGURIDAD y lo resume cada
      * semana REPORTE-SEGURIDAD. Nunca lleva la clave tecleada.
      *----------------------------------------------------------------
       01 LOG-SEGURIDAD-REGISTRO.
           03 LS-FECHA PIC 9(8).
           03 LS-HORA PIC 9(6).
           03 LS-TERMINAL PIC 9.
      * Operador al que se refiere el evento (el tecleado, aunque no
      * exista en el maestro).
           03 LS-OPERADOR PIC X(8).
           03 LS-EVENTO PIC X(10).
               88 LS-ACCESO-OK VALUE "ACCESO".
               88 LS-FALLO VALUE "FALLO".
               88 LS-BLOQUEO VALUE "BLOQUEO".
               88 LS-DENEGADO VALUE "DENEGADO".
               88 LS-DESBLOQUEO VALUE "DESBLOQUEO".
               88 LS-CAMBIO-CLAVE VALUE "CAMBIOCLAV".
               88 LS-RESET-CLAVE VALUE "RESETCLAVE".
               88 LS-CADUCADA VALUE "CADUCADA".
               88 LS-ARRANQUE VALUE "ARRANQUE".
               88 LS-SIN-MAESTRO VALUE "SINMAESTRO".
      * Quien hizo la accion cuando no es el propio operador (el
      * supervisor que desbloquea o resetea).
           03 LS-AUTOR PIC X(8).
           03 LS-DETALLE PIC X(40).
