      *----------------------------------------------------------------
      * COMPETID.cpy - Registro de COMPETIDORES-INDEXADO.dat
      * Supermercados de la zona cuyos precios se vigilan en los
      * productos clave. Un competidor dado de baja deja de salir en
      * el informe de posicion de precios pero conserva su historia.
      *----------------------------------------------------------------
       01 COMPETIDOR-REGISTRO.
           03 CMP-ID PIC 9(3).
           03 CMP-NOMBRE PIC X(30).
           03 CMP-DIRECCION PIC X(40).
           03 CMP-ACTIVO PIC X.
               88 CMP-ES-ACTIVO VALUE "S".
           03 CMP-FECHA-ALTA PIC 9(8).
