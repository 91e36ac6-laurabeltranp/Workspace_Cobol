      *----------------------------------------------------------------
      * CAMBIOPEND.cpy - Registro de CAMBIOS-PENDIENTES-INDEXADO.dat
      * Cambios de maestro pendientes de aprobacion: el precio, el
      * critico o el proveedor que modifica un operador que no es
      * supervisor (GESTION-STOCK o IMPORTAR-CATALOGO) no se graba en
      * producto.dat sino aqui. Un supervisor distinto del que lo
      * pidio lo aprueba o lo rechaza (APROBAR-CAMBIOS); solo lo
      * aprobado llega al maestro.
      *----------------------------------------------------------------
       01 CAMBIO-PENDIENTE-REGISTRO.
           03 CP-NUMERO PIC 9(6).
           03 CP-PRODUCTO-ID PIC 9(6).
           03 CP-CAMPO PIC X(10).
               88 CP-CAMPO-PRECIO VALUE "PRECIO".
               88 CP-CAMPO-CRITICO VALUE "CRITICO".
               88 CP-CAMPO-PROVEEDOR VALUE "PROVEEDOR".
      * Valor del maestro al pedir el cambio y valor pedido. El precio
      * usa los decimales; critico y proveedor van enteros.
           03 CP-VALOR-ANTES PIC 9(7)V99.
           03 CP-VALOR-NUEVO PIC 9(7)V99.
      * Programa desde el que se pidio (MODIFICAR o IMPORTAR).
           03 CP-ORIGEN PIC X(10).
           03 CP-SOLICITANTE PIC X(8).
           03 CP-FECHA-SOLICITUD PIC 9(8).
           03 CP-HORA-SOLICITUD PIC 9(6).
           03 CP-ESTADO PIC X.
               88 CP-PENDIENTE VALUE "P".
               88 CP-APROBADO VALUE "A".
               88 CP-RECHAZADO VALUE "R".
           03 CP-APROBADOR PIC X(8).
           03 CP-FECHA-RESOLUCION PIC 9(8).
