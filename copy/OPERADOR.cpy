      * Maestro de operadores con clave individual y rol: sustituye a
      * la clave de supervisor compartida de SEGURIDAD.cpy, que toda
      * la tienda conocia. Los programas supervisados validan al que
      * llama con VALIDAR-OPERADOR; mientras el maestro no exista la
      * clave compartida solo sirve para crearlo en
      * GESTION-OPERADORES y cualquier otro programa queda cerrado.
      *----------------------------------------------------------------
       01 OPERADOR-REGISTRO.
           03 OP-ID PIC X(8).
           03 OP-NOMBRE PIC X(30).
      * Clave en claro del esquema anterior: ya no se graba (queda en
      * blanco); la clave vive resumida en CREDENCIALES (CREDENCIAL.cpy)
      * y VALIDAR-OPERADOR pasa alli la que aun quede aqui.
           03 OP-CLAVE PIC X(8).
      * Rol: cajero (ventas), almacen (stock y recepciones) o
      * supervisor (todo, incluidas bajas, reprecios y restauraciones).
           03 OP-ACTIVO PIC X.
               88 OP-ESTA-ACTIVO VALUE "S".
               88 OP-DESHABILITADO VALUE "N".
      * Compras de personal: descuento que la caja aplica al ticket
      * marcado como compra del empleado y tope mensual de lo que
      * puede comprar asi (importe ya descontado). Tope 0 = el
      * empleado no tiene compra de personal habilitada.
           03 OP-DTO-PERSONAL-PCT PIC 9(2)V99.
           03 OP-TOPE-MENSUAL PIC 9(5)V99.
