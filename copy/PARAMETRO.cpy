      *----------------------------------------------------------------
      * PARAMETRO.cpy - Registro de PARAMETROS.dat
      * Datos de la tienda y reglas de negocio que antes estaban
      * escritos en cada programa. Un unico registro; lo mantiene el
      * supervisor con GESTION-PARAMETROS (cada cambio queda en la
      * auditoria, accion PARAMETRO) y los programas lo leen al
      * arrancar con LEER-PARAMETROS, que sin archivo devuelve los
      * valores de fabrica.
      *----------------------------------------------------------------
       01 PARAMETROS-REGISTRO.
      * Identidad de la tienda.
           03 PA-TIENDA-NOMBRE PIC X(40).
      * NIF en forma fiscal, sin guion (B00000000).
           03 PA-TIENDA-NIF PIC X(9).
           03 PA-TIENDA-DIRECCION PIC X(40).
           03 PA-TIENDA-POBLACION PIC X(40).
      * Telefono en nueve cifras seguidas; los documentos lo separan.
           03 PA-TIENDA-TELEFONO PIC X(9).
      * Codigo de la tienda en los archivos que se intercambian con
      * las otras tiendas, la gestoria y los proveedores (cabecera de
      * control, CONTROL-INTERCAMBIO). En blanco vale el de fabrica.
           03 PA-TIENDA-CODIGO PIC X(10).
      * Cuenta de cargo de las remesas de pagos a proveedores y sufijo
      * del identificador del ordenante (NIF + sufijo) que da el banco.
      * Sin IBAN REMESA-PAGOS-PROV no genera el fichero.
           03 PA-TIENDA-IBAN PIC X(34).
           03 PA-SEPA-SUFIJO PIC X(3).
      * Ultima linea del ticket impreso.
           03 PA-PIE-TICKET PIC X(40).
      * Tipo de IVA de un producto sin tipo reducido cargado.
           03 PA-IVA-GENERAL PIC 9(2).
      * Fidelidad: puntos ganados por euro cobrado y puntos que vale
      * un euro de descuento al canjear.
           03 PA-PUNTOS-POR-EURO PIC 9(3).
           03 PA-PUNTOS-CANJE-EURO PIC 9(5).
      * Dias de vigencia de un vale desde su emision.
           03 PA-DIAS-VALE PIC 9(4).
      * Stock critico que se propone al dar de alta un producto.
           03 PA-CRITICO-DEFECTO PIC 9(6).
      * Rebaja maxima sobre el precio de venta, en porcentaje, que la
      * caja acepta sin clave de supervisor.
           03 PA-UMBRAL-FORZADO-PCT PIC 9(2).
      * Dias naturales para contestar una hoja de reclamaciones desde
      * que el cliente la presenta (GESTION-RECLAMACIONES). A cero
      * vale el de fabrica.
           03 PA-DIAS-RECLAMACION PIC 9(3).
      * Dias naturales desde la importacion para recoger un pedido de
      * la tienda web antes de liberar su reserva (IMPORTAR-PEDIDOS-WEB
      * fija la fecha limite, LIBERAR-PEDIDOS-WEB la aplica).
           03 PA-DIAS-RECOGIDA-WEB PIC 9(2).
      * Dias habiles que un Z puede llevar sin ingresar en el banco
      * antes de avisar (REPORTE-DINERO-TRANSITO).
           03 PA-DIAS-AVISO-TRANSITO PIC 9(2).
      * Politica de claves de operador (VALIDAR-OPERADOR): fallos
      * seguidos hasta el bloqueo, dias de vigencia, largo minimo y
      * cuantas claves anteriores no se pueden repetir (hasta 4).
           03 PA-MAX-INTENTOS-CLAVE PIC 9(2).
           03 PA-DIAS-VIGENCIA-CLAVE PIC 9(3).
           03 PA-LARGO-MINIMO-CLAVE PIC 9.
           03 PA-CLAVES-NO-REPETIR PIC 9.
      * Resumen SHA-256 (CIFRAR-CLAVE) de la clave compartida de
      * arranque del maestro de operadores; en blanco vale la de
      * SEGURIDAD.cpy.
           03 PA-CLAVE-ARRANQUE-HASH PIC X(64).
      * Ultimo cambio: fecha y supervisor que lo hizo.
           03 PA-FECHA-CAMBIO PIC 9(8).
           03 PA-OPERADOR-CAMBIO PIC X(8).
