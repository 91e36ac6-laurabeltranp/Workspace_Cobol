      *----------------------------------------------------------------
      * INTERCAM.cpy - Peticion a CONTROL-INTERCAMBIO
      * Cifras de control de los archivos que se intercambian con la
      * otra tienda, la gestoria y los proveedores. Cada archivo
      * lleva una cabecera como primera linea y un pie como ultima,
      * con el separador del propio archivo:
      *   #CAB,TIPO,TIENDA-ORIGEN,AAAAMMDD,SECUENCIA
      *   #FIN,REGISTROS,SUMA-CANTIDADES,SUMA-IMPORTES
      * Registros son las lineas de datos (sin cabecera, pie ni la
      * linea de titulos); las sumas van con signo y los importes en
      * centimos. La secuencia corre por tipo y tienda: el receptor
      * rechaza un archivo ya recibido o uno que se salta alguno.
      *   A = abrir exportacion: devuelve secuencia y cabecera.
      *   C = cerrar exportacion: anade el pie al archivo ya cerrado,
      *       fija la secuencia y lo anota en INTERCAMBIOS-LOG.dat.
      *   V = verificar importacion: cuenta y suma el archivo contra
      *       cabecera y pie antes de aplicar nada (no fija nada).
      *   R = registrar importacion: tras aplicarla, fija la
      *       secuencia recibida y la anota en el log.
      *----------------------------------------------------------------
       01 IX-PETICION.
           03 IX-OPERACION PIC X.
               88 IX-ABRIR-EXPORTACION VALUE "A".
               88 IX-CERRAR-EXPORTACION VALUE "C".
               88 IX-VERIFICAR-IMPORTACION VALUE "V".
               88 IX-REGISTRAR-IMPORTACION VALUE "R".
      * CATALOGO, TRASPASO, ACUSE, RESUMEN, COSTOS, CONFIRMA,
      * PEDIDO, GESTORIA, GASTOS.
           03 IX-TIPO PIC X(10).
      * Exportacion: destino (tienda, proveedor o gestoria).
      * Importacion: tienda de origen que trae la cabecera.
           03 IX-SOCIO PIC X(10).
           03 IX-PROGRAMA PIC X(30).
           03 IX-ARCHIVO PIC X(40).
      * Separador de columnas del archivo; en blanco, la coma.
           03 IX-SEPARADOR PIC X.
      * S cuando la primera linea de datos es la de titulos.
           03 IX-CON-TITULOS PIC X.
      * Columnas que se suman en el pie (0 = ninguna).
           03 IX-COL-CANTIDAD PIC 99.
           03 IX-COL-IMPORTE PIC 99.
      * Fecha de los datos; a cero, la del dia.
           03 IX-FECHA PIC 9(8).
           03 IX-SECUENCIA PIC 9(6).
           03 IX-REGISTROS PIC 9(7).
           03 IX-TOTAL-CANTIDADES PIC S9(12).
           03 IX-TOTAL-IMPORTES PIC S9(12)V99.
           03 IX-CABECERA PIC X(80).
           03 IX-RESULTADO PIC X.
               88 IX-ACEPTADO VALUE "S".
           03 IX-MOTIVO PIC X(40).
