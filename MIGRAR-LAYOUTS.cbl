       FILE-CONTROL.
      *----------------------- ARCHIVOS EN LAYOUT VIEJO -------------------
      * Los SELECT V1-* abren los archivos de datos con el layout
      * congelado de la primera version: mismo nombre, mismas claves,
      * registros mas cortos.
           SELECT V1-PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS V1-PROD-ID
               ALTERNATE RECORD KEY IS V1-PROD-EAN
                   WITH DUPLICATES
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V1-TICKETS
               ASSIGN TO "TICKETS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V1-TIK-NUMERO
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V1-VENTAS
               ASSIGN TO "VENTAS-INDEXADO.dat"
               RECORD KEY IS V1-VEN-ID
               ALTERNATE RECORD KEY IS V1-VEN-PRODUCTO-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V1-CLIENTES
               ASSIGN TO "CLIENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V1-CLI-ID
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V1-PROVEEDOR
               ASSIGN TO "PROVEEDOR-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V1-PRV-ID
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V1-PEDIDOS
               ASSIGN TO "PEDIDOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V1-PED-NUMERO
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V1-LINEAS
               ASSIGN TO "PEDIDOS-LINEAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V1-PLI-CLAVE
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V1-OFERTAS
               ASSIGN TO "OFERTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V1-OFE-PRODUCTO-ID
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V1-CIERRES
               ASSIGN TO "CIERRES-Z.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V1-CIZ-NUMERO
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V1-UBICACIONES
               ASSIGN TO "STOCK-UBICACIONES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V1-UBI-CLAVE
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V1-DEVOLUCIONES
               ASSIGN TO "DEVOLUCIONES-INDEXADO.dat"
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS V1-DEV-VENTA-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V1-KARDEX
               ASSIGN TO "KARDEX.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V1-DIARIAS
               ASSIGN TO "ventas-diarias.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIEJO-STATUS.

      *----------------------- ARCHIVOS EN LAYOUT DE LA VERSION 2 ---------
      * Los SELECT V2-* abren los mismos archivos con el layout
      * congelado de la version 2, la anterior a la actual. Los
      * archivos que la primera version no tenia, o que no cambiaron
      * hasta la version 2, solo tienen este layout viejo.
           SELECT V2-PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-PROD-ID
               ALTERNATE RECORD KEY IS V2-PROD-EAN
                   WITH DUPLICATES
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-TICKETS
               ASSIGN TO "TICKETS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-TIK-NUMERO
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-VENTAS
               ASSIGN TO "VENTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-VEN-ID
               ALTERNATE RECORD KEY IS V2-VEN-PRODUCTO-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-CLIENTES
               ASSIGN TO "CLIENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-CLI-ID
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-PROVEEDOR
               ASSIGN TO "PROVEEDOR-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-PRV-ID
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-CIERRES
               ASSIGN TO "CIERRES-Z.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-CIZ-NUMERO
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-UBICACIONES
               ASSIGN TO "STOCK-UBICACIONES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-UBI-CLAVE
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-DEVOLUCIONES
               ASSIGN TO "DEVOLUCIONES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-DEV-ID
               ALTERNATE RECORD KEY IS V2-DEV-PRODUCTO-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS V2-DEV-VENTA-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-FACTURAS-PROV
               ASSIGN TO "FACTURAS-PROV-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-FP-NUMERO-INTERNO
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-FACTURAS-LINEAS
               ASSIGN TO "FACTURAS-PROV-LINEAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-FPL-CLAVE
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-DEVOLUCIONES-PROV
               ASSIGN TO "DEVOLUCIONES-PROV-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-DP-NUMERO
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-ENCARGOS
               ASSIGN TO "ENCARGOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-EN-NUMERO
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-FACTURAS-EMITIDAS
               ASSIGN TO "FACTURAS-EMITIDAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-FE-NUMERO
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-RECEPCIONES
               ASSIGN TO "RECEPCIONES.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-LOTES
               ASSIGN TO "LOTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-LOT-CLAVE
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-SESIONES
               ASSIGN TO "SESIONES-CAJA-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-SES-NUMERO
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-MOVIMIENTOS-CAJA
               ASSIGN TO "MOVIMIENTOS-CAJA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-OPERADORES
               ASSIGN TO "OPERADORES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-OP-ID
               FILE STATUS IS WS-VIEJO-STATUS.

           SELECT V2-BITACORA
               ASSIGN TO "BITACORA-DIA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIEJO-STATUS.

      *----------------------- ARCHIVOS EN LAYOUT NUEVO -------------------
      * La salida MIGRADO-* se genera al lado del original; el
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.

           SELECT NUEVO-FACTURAS-PROV
               ASSIGN TO "MIGRADO-FACTURAS-PROV-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-NUMERO-INTERNO
               FILE STATUS IS WS-NUEVO-STATUS.

           SELECT NUEVO-FACTURAS-LINEAS
               ASSIGN TO "MIGRADO-FACTURAS-PROV-LINEAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPL-CLAVE
               FILE STATUS IS WS-NUEVO-STATUS.

           SELECT NUEVO-DEVOLUCIONES-PROV
               ASSIGN TO "MIGRADO-DEVOLUCIONES-PROV-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-NUMERO
               FILE STATUS IS WS-NUEVO-STATUS.

           SELECT NUEVO-ENCARGOS
               ASSIGN TO "MIGRADO-ENCARGOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-NUMERO
               FILE STATUS IS WS-NUEVO-STATUS.

           SELECT NUEVO-FACTURAS-EMITIDAS
               ASSIGN TO "MIGRADO-FACTURAS-EMITIDAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-NUMERO
               FILE STATUS IS WS-NUEVO-STATUS.

           SELECT NUEVO-RECEPCIONES
               ASSIGN TO "MIGRADO-RECEPCIONES.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.

           SELECT NUEVO-LOTES
               ASSIGN TO "MIGRADO-LOTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOTE-CLAVE
               FILE STATUS IS WS-NUEVO-STATUS.

           SELECT NUEVO-SESIONES
               ASSIGN TO "MIGRADO-SESIONES-CAJA-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESION-NUMERO
               FILE STATUS IS WS-NUEVO-STATUS.

           SELECT NUEVO-MOVIMIENTOS-CAJA
               ASSIGN TO "MIGRADO-MOVIMIENTOS-CAJA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.

           SELECT NUEVO-OPERADORES
               ASSIGN TO "MIGRADO-OPERADORES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-NUEVO-STATUS.

           SELECT NUEVO-BITACORA
               ASSIGN TO "MIGRADO-BITACORA-DIA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------- LAYOUTS CONGELADOS (V1) --------------------
           03 V1-VDI-PRODUCTO-ID PIC 9(6).
           03 V1-VDI-UNIDADES PIC 9(3).

      *----------------------- LAYOUTS CONGELADOS (V2) --------------------
       FD V2-PRODUCTO.
       01 V2-PROD-REGISTRO.
           05 V2-PROD-ID PIC 9(6).
           05 V2-PROD-CONTROL PIC 9.
           05 V2-PROD-DESCRIP PIC X(30).
           05 V2-PROD-PRECIO PIC 9(5)V99.
           05 V2-PROD-STOCK PIC 9(6)V999.
           05 V2-PROD-CADUCIDAD PIC 9(8).
           05 V2-PROD-CRITICO PIC 9(6).
           05 V2-PROD-PROVEEDOR-ID PIC 9(6).
           05 V2-PROD-UBICACION PIC X(10).
           05 V2-PROD-EAN PIC 9(13).
           05 V2-PROD-ALTA-FECH PIC 9(8).
           05 V2-PROD-COSTO PIC 9(5)V99.
           05 V2-PROD-DISCONTINUADO PIC X.
           05 V2-PROD-FAMILIA PIC 9(3).
           05 V2-PROD-TIPO-IVA PIC 9(2).
           05 V2-PROD-UNIDAD-MEDIDA PIC X.
           05 V2-PROD-ES-KIT PIC X.

       FD V2-TICKETS.
       01 V2-TIK-REGISTRO.
           03 V2-TIK-NUMERO PIC 9(6).
           03 V2-TIK-FECHA PIC 9(8).
           03 V2-TIK-HORA PIC 9(6).
           03 V2-TIK-LINEAS PIC 9(3).
           03 V2-TIK-TOTAL PIC 9(7)V99.
           03 V2-TIK-MEDIO-PAGO PIC X.
           03 V2-TIK-CLIENTE-ID PIC 9(6).
           03 V2-TIK-ANULADO PIC X.
           03 V2-TIK-SESION PIC 9(6).
           03 V2-TIK-FACTURADO PIC X.

       FD V2-VENTAS.
       01 V2-VEN-REGISTRO.
           03 V2-VEN-ID PIC 9(6).
           03 V2-VEN-PRODUCTO-ID PIC 9(6).
           03 V2-VEN-UNIDADES PIC 9(3)V999.
           03 V2-VEN-FECHA PIC 9(8).
           03 V2-VEN-HORA PIC 9(6).
           03 V2-VEN-PRECIO-UNITARIO PIC 9(5)V99.
           03 V2-VEN-IMPORTE PIC 9(7)V99.
           03 V2-VEN-TICKET-NUMERO PIC 9(6).
           03 V2-VEN-ANULADA PIC X.

       FD V2-CLIENTES.
       01 V2-CLI-REGISTRO.
           03 V2-CLI-ID PIC 9(6).
           03 V2-CLI-NOMBRE PIC X(30).
           03 V2-CLI-DNI PIC X(9).
           03 V2-CLI-TELEFONO PIC X(15).
           03 V2-CLI-PUNTOS PIC 9(6).
           03 V2-CLI-SALDO-CUENTA PIC 9(7)V99.
           03 V2-CLI-LIMITE-CREDITO PIC 9(7)V99.
           03 V2-CLI-ES-EMPRESA PIC X.

       FD V2-PROVEEDOR.
       01 V2-PRV-REGISTRO.
           03 V2-PRV-ID PIC 9(6).
           03 V2-PRV-NOMBRE PIC X(30).
           03 V2-PRV-TELEFONO PIC X(15).
           03 V2-PRV-EMAIL PIC X(30).
           03 V2-PRV-NIF PIC X(9).
           03 V2-PRV-DOMICILIO PIC X(40).
           03 V2-PRV-DIAS-PAGO PIC 9(3).
           03 V2-PRV-PEDIDO-MINIMO PIC 9(7)V99.

       FD V2-CIERRES.
       01 V2-CIZ-REGISTRO.
           03 V2-CIZ-NUMERO PIC 9(6).
           03 V2-CIZ-FECHA PIC 9(8).
           03 V2-CIZ-HORA PIC 9(6).
           03 V2-CIZ-TICKETS PIC 9(5).
           03 V2-CIZ-TOTAL-EFECTIVO PIC 9(7)V99.
           03 V2-CIZ-TOTAL-TARJETA PIC 9(7)V99.
           03 V2-CIZ-EFECTIVO-CONTADO PIC 9(7)V99.
           03 V2-CIZ-DESCUADRE PIC S9(7)V99.
           03 V2-CIZ-TOTAL-CUENTA PIC 9(7)V99.

       FD V2-UBICACIONES.
       01 V2-UBI-REGISTRO.
           03 V2-UBI-CLAVE.
               05 V2-UBI-PRODUCTO-ID PIC 9(6).
               05 V2-UBI-UBICACION PIC X(10).
           03 V2-UBI-UNIDADES PIC 9(6).
           03 V2-UBI-MINIMO PIC 9(6).
           03 V2-UBI-CAPACIDAD PIC 9(6).

       FD V2-DEVOLUCIONES.
       01 V2-DEV-REGISTRO.
           03 V2-DEV-ID PIC 9(6).
           03 V2-DEV-PRODUCTO-ID PIC 9(6).
           03 V2-DEV-UNIDADES PIC 9(3).
           03 V2-DEV-FECHA PIC 9(8).
           03 V2-DEV-MOTIVO PIC X(30).
           03 V2-DEV-VENTA-ID PIC 9(6).
           03 V2-DEV-DISPOSICION PIC X.
           03 V2-DEV-REEMBOLSO-MEDIO PIC X.
           03 V2-DEV-REEMBOLSO-IMPORTE PIC 9(7)V99.

       FD V2-FACTURAS-PROV.
       01 V2-FP-REGISTRO.
           03 V2-FP-NUMERO-INTERNO PIC 9(6).
           03 V2-FP-PROVEEDOR-ID PIC 9(6).
           03 V2-FP-NUMERO-PROVEEDOR PIC X(20).
           03 V2-FP-FECHA PIC 9(8).
           03 V2-FP-PEDIDO-NUMERO PIC 9(6).
           03 V2-FP-LINEAS PIC 9(3).
           03 V2-FP-TOTAL PIC 9(7)V99.
           03 V2-FP-ESTADO PIC X.
           03 V2-FP-VENCIMIENTO PIC 9(8).
           03 V2-FP-PAGADA PIC X.

       FD V2-FACTURAS-LINEAS.
       01 V2-FPL-REGISTRO.
           03 V2-FPL-CLAVE.
               05 V2-FPL-NUMERO-INTERNO PIC 9(6).
               05 V2-FPL-LINEA PIC 9(3).
           03 V2-FPL-PRODUCTO-ID PIC 9(6).
           03 V2-FPL-CANTIDAD PIC 9(6).
           03 V2-FPL-COSTO-UNITARIO PIC 9(5)V99.
           03 V2-FPL-IMPORTE PIC 9(7)V99.
           03 V2-FPL-CONFORME PIC X.

       FD V2-DEVOLUCIONES-PROV.
       01 V2-DP-REGISTRO.
           03 V2-DP-NUMERO PIC 9(6).
           03 V2-DP-FECHA PIC 9(8).
           03 V2-DP-PROVEEDOR-ID PIC 9(6).
           03 V2-DP-PRODUCTO-ID PIC 9(6).
           03 V2-DP-LOTE-CODIGO PIC X(10).
           03 V2-DP-UNIDADES PIC 9(6).
           03 V2-DP-MOTIVO PIC X(30).
           03 V2-DP-VALOR PIC 9(9)V99.
           03 V2-DP-ESTADO PIC X.
           03 V2-DP-FECHA-ABONO PIC 9(8).

       FD V2-ENCARGOS.
       01 V2-EN-REGISTRO.
           03 V2-EN-NUMERO PIC 9(6).
           03 V2-EN-CLIENTE-ID PIC 9(6).
           03 V2-EN-PRODUCTO-ID PIC 9(6).
           03 V2-EN-DESCRIPCION PIC X(30).
           03 V2-EN-CANTIDAD PIC 9(3).
           03 V2-EN-SENIA PIC 9(5)V99.
           03 V2-EN-FECHA PIC 9(8).
           03 V2-EN-ESTADO PIC X.
           03 V2-EN-PEDIDO-NUMERO PIC 9(6).

       FD V2-FACTURAS-EMITIDAS.
       01 V2-FE-REGISTRO.
           03 V2-FE-NUMERO PIC 9(6).
           03 V2-FE-FECHA PIC 9(8).
           03 V2-FE-TIPO PIC X.
           03 V2-FE-TICKET-NUMERO PIC 9(6).
           03 V2-FE-CLIENTE-ID PIC 9(6).
           03 V2-FE-CLIENTE-NOMBRE PIC X(40).
           03 V2-FE-CLIENTE-NIF PIC X(9).
           03 V2-FE-BASE PIC 9(7)V99.
           03 V2-FE-CUOTA-IVA PIC 9(7)V99.
           03 V2-FE-TOTAL PIC 9(7)V99.

       FD V2-RECEPCIONES.
       01 V2-REC-REGISTRO.
           03 V2-REC-FECHA PIC 9(8).
           03 V2-REC-HORA PIC 9(6).
           03 V2-REC-PROVEEDOR-ID PIC 9(6).
           03 V2-REC-PEDIDO-NUMERO PIC 9(6).
           03 V2-REC-PRODUCTO-ID PIC 9(6).
           03 V2-REC-UNIDADES PIC 9(6).
           03 V2-REC-CADUCIDAD PIC 9(8).

       FD V2-LOTES.
       01 V2-LOT-REGISTRO.
           03 V2-LOT-CLAVE.
               05 V2-LOT-PRODUCTO-ID PIC 9(6).
               05 V2-LOT-CODIGO PIC X(10).
           03 V2-LOT-UNIDADES PIC 9(6).
           03 V2-LOT-CADUCIDAD PIC 9(8).

       FD V2-SESIONES.
       01 V2-SES-REGISTRO.
           03 V2-SES-NUMERO PIC 9(6).
           03 V2-SES-OPERADOR PIC X(8).
           03 V2-SES-FECHA PIC 9(8).
           03 V2-SES-HORA-APERTURA PIC 9(6).
           03 V2-SES-HORA-CIERRE PIC 9(6).
           03 V2-SES-FONDO-INICIAL PIC 9(7)V99.
           03 V2-SES-VENTAS-EFECTIVO PIC 9(7)V99.
           03 V2-SES-EFECTIVO-CONTADO PIC 9(7)V99.
           03 V2-SES-DIFERENCIA PIC S9(7)V99.
           03 V2-SES-ESTADO PIC X.

       FD V2-MOVIMIENTOS-CAJA.
       01 V2-MC-REGISTRO.
           03 V2-MC-FECHA PIC 9(8).
           03 V2-MC-HORA PIC 9(6).
           03 V2-MC-TIPO PIC X.
           03 V2-MC-IMPORTE PIC 9(7)V99.
           03 V2-MC-MOTIVO PIC X(30).
           03 V2-MC-OPERADOR PIC X(8).

      * La clave del operador iba en claro en el maestro.
       FD V2-OPERADORES.
       01 V2-OP-REGISTRO.
           03 V2-OP-ID PIC X(8).
           03 V2-OP-NOMBRE PIC X(30).
           03 V2-OP-CLAVE PIC X(8).
           03 V2-OP-ROL PIC X.
               88 V2-OP-ROL-SUPERVISOR VALUE "S".
           03 V2-OP-ACTIVO PIC X.
               88 V2-OP-ESTA-ACTIVO VALUE "S".

      * Las imagenes de VENTA, TICKET y RECEP son los registros de
      * VENTAS, TICKETS y RECEPCIONES de la version 2; la de AJUSTE no
      * cambio. El precio de la venta se lee de su imagen.
       FD V2-BITACORA.
       01 V2-BIT-REGISTRO.
           03 V2-BIT-FECHA PIC 9(8).
           03 V2-BIT-HORA PIC 9(6).
           03 V2-BIT-TIPO PIC X(8).
           03 V2-BIT-DATOS PIC X(120).
           03 V2-BIT-VENTA REDEFINES V2-BIT-DATOS.
               05 FILLER PIC X(32).
               05 V2-BIT-VEN-PRECIO PIC 9(5)V99.
               05 FILLER PIC X(81).

      *----------------------- LAYOUTS ACTUALES ---------------------------
       FD NUEVO-PRODUCTO.
           COPY PRODFLT.
           03 VD-PRODUCTO-ID PIC 9(6).
           03 VD-UNIDADES-VENDIDAS PIC 9(3)V999.

       FD NUEVO-FACTURAS-PROV.
           COPY FACTPROV.

       FD NUEVO-FACTURAS-LINEAS.
           COPY FACTPLIN.

       FD NUEVO-DEVOLUCIONES-PROV.
           COPY DEVPROV.

       FD NUEVO-ENCARGOS.
           COPY ENCARGO.

       FD NUEVO-FACTURAS-EMITIDAS.
           COPY FACTEMIT.

       FD NUEVO-RECEPCIONES.
           COPY RECEPCION.

       FD NUEVO-LOTES.
           COPY LOTE.

       FD NUEVO-SESIONES.
           COPY SESION.

       FD NUEVO-MOVIMIENTOS-CAJA.
           COPY MOVCAJA.

       FD NUEVO-OPERADORES.
           COPY OPERADOR.

       FD NUEVO-BITACORA.
           COPY BITACORA.

       WORKING-STORAGE SECTION.
       01 WS-VIEJO-STATUS PIC XX.
       01 WS-NUEVO-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
      * VALIDAR-OPERADOR devuelve ya comprobada.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.
      * Version de los datos en disco: 1 = primera version (layouts
      * V1), 2 = la anterior a la actual (layouts V2).
       01 WS-VERSION-ORIGEN PIC X VALUE SPACE.
           88 ORIGEN-VERSION-1 VALUE "1".
           88 ORIGEN-VERSION-2 VALUE "2".
      * Supervisor validado contra el maestro de la version 2.
       01 WS-ID-INGRESADO PIC X(8).
       01 WS-LOG-OPERADOR PIC X(8).
       01 WS-LOG-EVENTO PIC X(10).
       01 WS-LOG-DETALLE PIC X(40).
       01 WS-IDX-PAGO PIC 9.
      * Campos que las imagenes de la bitacora ganaron tras la
      * version 2, en el orden del registro actual.
       01 WS-COLA-VENTA.
           03 WS-CV-PRECIO-ORIGINAL PIC 9(5)V99.
           03 WS-CV-MOTIVO-FORZADO PIC 9(2).
           03 WS-CV-OPERADOR PIC X(8).
           03 WS-CV-AUTORIZA PIC X(8).
           03 WS-CV-TIPO-LINEA PIC X.
           03 WS-CV-PRECIO-TARIFA PIC 9(5)V99.
           03 WS-CV-ORIGEN-PRECIO PIC X.
       01 WS-COLA-TICKET.
           03 WS-CT-PAGOS-CANT PIC 9.
           03 WS-CT-PAGO OCCURS 5 TIMES.
               05 WS-CT-PAGO-MEDIO PIC X.
               05 WS-CT-PAGO-IMPORTE PIC 9(7)V99.
               05 WS-CT-PAGO-REFERENCIA PIC 9(6).
           03 WS-CT-ENTREGADO PIC 9(7)V99.
           03 WS-CT-CAMBIO PIC 9(7)V99.
           03 WS-CT-EMPLEADO PIC X(8).
           03 WS-CT-DTO-PERSONAL PIC 9(7)V99.
           03 WS-CT-TERMINAL PIC 9.
       01 WS-COLA-RECEPCION.
           03 WS-CR-COSTO PIC 9(5)V99.
           03 WS-CR-MONEDA PIC X(3).
           03 WS-CR-COSTO-DIVISA PIC 9(5)V99.
           03 WS-CR-CUARENTENA PIC X.

       PROCEDURE DIVISION.
      *----------------------- MIGRACION DE LAYOUTS -----------------------
      * Conversion unica de los archivos de datos de una version
      * anterior al layout actual: los registros crecieron (nuevos
      * campos y cantidades con decimales) y un archivo viejo ya no
      * abre con los programas nuevos (estado 39). El supervisor dice
      * de que version vienen los datos; cada archivo se lee con su
      * layout congelado (V1 = primera version, V2 = la anterior a la
      * actual) y se reescribe convertido en MIGRADO-<nombre>; los
      * campos nuevos salen con sus valores neutros. El original
      * queda intacto: el supervisor verifica los contadores y
      * renombra los MIGRADO-* encima de los originales antes de
      * volver a operar. Mismo espiritu que
      * RECONSTRUIR-MAESTRO: una pasada supervisada, nada se pisa en
      * caliente.
       INICIO.
           DISPLAY "Los originales no se tocan; se generan copias "
               "MIGRADO-*."
           DISPLAY "Nadie mas debe estar usando el sistema."
           DISPLAY "Version de los datos en disco:"
           DISPLAY "  1 = primera version"
           DISPLAY "  2 = version anterior a la actual"
           DISPLAY "Version (1/2): "
           ACCEPT WS-VERSION-ORIGEN
           IF NOT ORIGEN-VERSION-1 AND NOT ORIGEN-VERSION-2
               DISPLAY "Version no valida. Migracion cancelada."
               STOP RUN
           END-IF
           DISPLAY "Confirma la migracion? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               STOP RUN
           END-IF

      *> Pedidos, ofertas, kardex y ventas diarias no cambiaron
      *> desde la version 2.
           IF ORIGEN-VERSION-1
               PERFORM MIGRAR-PRODUCTO
               PERFORM MIGRAR-TICKETS
               PERFORM MIGRAR-VENTAS
               PERFORM MIGRAR-CLIENTES
               PERFORM MIGRAR-PROVEEDOR
               PERFORM MIGRAR-PEDIDOS
               PERFORM MIGRAR-LINEAS
               PERFORM MIGRAR-OFERTAS
               PERFORM MIGRAR-CIERRES
               PERFORM MIGRAR-UBICACIONES
               PERFORM MIGRAR-DEVOLUCIONES
               PERFORM MIGRAR-KARDEX
               PERFORM MIGRAR-DIARIAS
           ELSE
               PERFORM MIGRAR-PRODUCTO-V2
               PERFORM MIGRAR-TICKETS-V2
               PERFORM MIGRAR-VENTAS-V2
               PERFORM MIGRAR-CLIENTES-V2
               PERFORM MIGRAR-PROVEEDOR-V2
               PERFORM MIGRAR-CIERRES-V2
               PERFORM MIGRAR-UBICACIONES-V2
               PERFORM MIGRAR-DEVOLUCIONES-V2
           END-IF
           PERFORM MIGRAR-FACTURAS-PROV
           PERFORM MIGRAR-FACTURAS-LINEAS
           PERFORM MIGRAR-DEVOLUCIONES-PROV
           PERFORM MIGRAR-ENCARGOS
           PERFORM MIGRAR-FACTURAS-EMITIDAS
           PERFORM MIGRAR-RECEPCIONES
           PERFORM MIGRAR-LOTES
           PERFORM MIGRAR-SESIONES
           PERFORM MIGRAR-MOVIMIENTOS-CAJA
           PERFORM MIGRAR-OPERADORES
           PERFORM MIGRAR-BITACORA

           DISPLAY "------------------------------------------------"
           DISPLAY "MIGRACION COMPLETADA."
       MIGRAR-PRODUCTO.
           MOVE "producto.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V1-PRODUCTO
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-PRODUCTO
           MOVE ZEROES TO PRODUCTO-TIPO-IVA
           MOVE "U" TO PRODUCTO-UNIDAD-MEDIDA
           MOVE "N" TO PRODUCTO-ES-KIT
           PERFORM COMPLETAR-PRODUCTO
           WRITE PRODUCTO-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-TICKETS.
           MOVE "TICKETS-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V1-TICKETS
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-TICKETS
           MOVE "N" TO TICKET-ANULADO
           MOVE ZEROES TO TICKET-SESION
           MOVE "N" TO TICKET-FACTURADO
           PERFORM COMPLETAR-TICKET
           WRITE TICKET-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-VENTAS.
           MOVE "VENTAS-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V1-VENTAS
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-VENTAS
           MOVE V1-VEN-IMPORTE TO VE-IMPORTE
           MOVE V1-VEN-TICKET-NUMERO TO VE-TICKET-NUMERO
           MOVE "N" TO VE-ANULADA
           PERFORM COMPLETAR-VENTA
           WRITE VENTAS-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-CLIENTES.
           MOVE "CLIENTES-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V1-CLIENTES
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-CLIENTES
           MOVE ZEROES TO CLIENTE-SALDO-CUENTA
           MOVE ZEROES TO CLIENTE-LIMITE-CREDITO
           MOVE "N" TO CLIENTE-ES-EMPRESA
           PERFORM COMPLETAR-CLIENTE
           WRITE CLIENTE-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-PROVEEDOR.
           MOVE "PROVEEDOR-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V1-PROVEEDOR
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-PROVEEDOR
      *> vencimiento sale el mismo dia hasta entonces.
           MOVE ZEROES TO PROVEEDOR-DIAS-PAGO
           MOVE ZEROES TO PROVEEDOR-PEDIDO-MINIMO
           PERFORM COMPLETAR-PROVEEDOR
           WRITE PROVEEDOR-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-PEDIDOS.
           MOVE "PEDIDOS-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V1-PEDIDOS
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-PEDIDOS
       MIGRAR-LINEAS.
           MOVE "PEDIDOS-LINEAS-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V1-LINEAS
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-LINEAS
       MIGRAR-OFERTAS.
           MOVE "OFERTAS-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V1-OFERTAS
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-OFERTAS
       MIGRAR-CIERRES.
           MOVE "CIERRES-Z.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V1-CIERRES
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-CIERRES
           MOVE V1-CIZ-EFECTIVO-CONTADO TO CIERRE-Z-EFECTIVO-CONTADO
           MOVE V1-CIZ-DESCUADRE TO CIERRE-Z-DESCUADRE
           MOVE ZEROES TO CIERRE-Z-TOTAL-CUENTA
           PERFORM COMPLETAR-CIERRE
           WRITE CIERRE-Z-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-UBICACIONES.
           MOVE "STOCK-UBICACIONES.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V1-UBICACIONES
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-UBICACIONES
           MOVE V1-UBI-UNIDADES TO SU-UNIDADES
           MOVE ZEROES TO SU-MINIMO
           MOVE ZEROES TO SU-CAPACIDAD
           PERFORM COMPLETAR-UBICACION
           WRITE STOCK-UBI-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-DEVOLUCIONES.
           MOVE "DEVOLUCIONES-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V1-DEVOLUCIONES
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-DEVOLUCIONES
      *> Las devoluciones viejas se pagaron fuera del sistema.
           MOVE "N" TO DV-REEMBOLSO-MEDIO
           MOVE ZEROES TO DV-REEMBOLSO-IMPORTE
           PERFORM COMPLETAR-DEVOLUCION
           WRITE DEVOLUCION-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-KARDEX.
           MOVE "KARDEX.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V1-KARDEX
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-KARDEX
       MIGRAR-DIARIAS.
           MOVE "ventas-diarias.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V1-DIARIAS
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-DIARIAS
               PERFORM MOSTRAR-RESULTADO
           END-IF.

      *----------------------- DESDE LA VERSION 2 -------------------------
      *> Mismo recorrido que desde la primera version: se copian los
      *> campos de la version 2 y los posteriores salen con los mismos
      *> valores neutros (COMPLETAR-*).
       MIGRAR-PRODUCTO-V2.
           MOVE "producto.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-PRODUCTO
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-PRODUCTO
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-PRODUCTO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-PRODUCTO-V2
                   END-READ
               END-PERFORM
               CLOSE V2-PRODUCTO
               CLOSE NUEVO-PRODUCTO
               PERFORM MOSTRAR-RESULTADO
           END-IF.

       CONVERTIR-PRODUCTO-V2.
           MOVE V2-PROD-ID TO PRODUCTO-ID
           MOVE V2-PROD-CONTROL TO PRODUCTO-CONTROL
           MOVE V2-PROD-DESCRIP TO PRODUCTO-DESCRIP
           MOVE V2-PROD-PRECIO TO PRODUCTO-PRECIO
           MOVE V2-PROD-STOCK TO PRODUCTO-STOCK
           MOVE V2-PROD-CADUCIDAD TO PRODUCTO-CADUCIDAD
           MOVE V2-PROD-CRITICO TO PRODUCTO-CRITICO
           MOVE V2-PROD-PROVEEDOR-ID TO PRODUCTO-PROVEEDOR-ID
           MOVE V2-PROD-UBICACION TO PRODUCTO-UBICACION
           MOVE V2-PROD-EAN TO PRODUCTO-EAN
           MOVE V2-PROD-ALTA-FECH TO PRODUCTO-ALTA-FECH
           MOVE V2-PROD-COSTO TO PRODUCTO-COSTO
           MOVE V2-PROD-DISCONTINUADO TO PRODUCTO-DISCONTINUADO
           MOVE V2-PROD-FAMILIA TO PRODUCTO-FAMILIA
           MOVE V2-PROD-TIPO-IVA TO PRODUCTO-TIPO-IVA
           MOVE V2-PROD-UNIDAD-MEDIDA TO PRODUCTO-UNIDAD-MEDIDA
           MOVE V2-PROD-ES-KIT TO PRODUCTO-ES-KIT
           PERFORM COMPLETAR-PRODUCTO
           WRITE PRODUCTO-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-TICKETS-V2.
           MOVE "TICKETS-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-TICKETS
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-TICKETS
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-TICKETS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-TICKET-V2
                   END-READ
               END-PERFORM
               CLOSE V2-TICKETS
               CLOSE NUEVO-TICKETS
               PERFORM MOSTRAR-RESULTADO
           END-IF.

       CONVERTIR-TICKET-V2.
           MOVE V2-TIK-NUMERO TO TICKET-NUMERO
           MOVE V2-TIK-FECHA TO TICKET-FECHA
           MOVE V2-TIK-HORA TO TICKET-HORA
           MOVE V2-TIK-LINEAS TO TICKET-LINEAS
           MOVE V2-TIK-TOTAL TO TICKET-TOTAL
           MOVE V2-TIK-MEDIO-PAGO TO TICKET-MEDIO-PAGO
           MOVE V2-TIK-CLIENTE-ID TO TICKET-CLIENTE-ID
           MOVE V2-TIK-ANULADO TO TICKET-ANULADO
           MOVE V2-TIK-SESION TO TICKET-SESION
           MOVE V2-TIK-FACTURADO TO TICKET-FACTURADO
           PERFORM COMPLETAR-TICKET
           WRITE TICKET-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-VENTAS-V2.
           MOVE "VENTAS-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-VENTAS
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-VENTAS
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-VENTAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-VENTA-V2
                   END-READ
               END-PERFORM
               CLOSE V2-VENTAS
               CLOSE NUEVO-VENTAS
               PERFORM MOSTRAR-RESULTADO
           END-IF.

       CONVERTIR-VENTA-V2.
           MOVE V2-VEN-ID TO VENTAS-ID
           MOVE V2-VEN-PRODUCTO-ID TO VE-PRODUCTO-ID
           MOVE V2-VEN-UNIDADES TO UNIDADES
           MOVE V2-VEN-FECHA TO VE-FECHA
           MOVE V2-VEN-HORA TO VE-HORA
           MOVE V2-VEN-PRECIO-UNITARIO TO VE-PRECIO-UNITARIO
           MOVE V2-VEN-IMPORTE TO VE-IMPORTE
           MOVE V2-VEN-TICKET-NUMERO TO VE-TICKET-NUMERO
           MOVE V2-VEN-ANULADA TO VE-ANULADA
           PERFORM COMPLETAR-VENTA
           WRITE VENTAS-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-CLIENTES-V2.
           MOVE "CLIENTES-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-CLIENTES
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-CLIENTES
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-CLIENTES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-CLIENTE-V2
                   END-READ
               END-PERFORM
               CLOSE V2-CLIENTES
               CLOSE NUEVO-CLIENTES
               PERFORM MOSTRAR-RESULTADO
           END-IF.

       CONVERTIR-CLIENTE-V2.
           MOVE V2-CLI-ID TO CLIENTE-ID
           MOVE V2-CLI-NOMBRE TO CLIENTE-NOMBRE
           MOVE V2-CLI-DNI TO CLIENTE-DNI
           MOVE V2-CLI-TELEFONO TO CLIENTE-TELEFONO
           MOVE V2-CLI-PUNTOS TO CLIENTE-PUNTOS
           MOVE V2-CLI-SALDO-CUENTA TO CLIENTE-SALDO-CUENTA
           MOVE V2-CLI-LIMITE-CREDITO TO CLIENTE-LIMITE-CREDITO
           MOVE V2-CLI-ES-EMPRESA TO CLIENTE-ES-EMPRESA
           PERFORM COMPLETAR-CLIENTE
           WRITE CLIENTE-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-PROVEEDOR-V2.
           MOVE "PROVEEDOR-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-PROVEEDOR
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-PROVEEDOR
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-PROVEEDOR NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-PROVEEDOR-V2
                   END-READ
               END-PERFORM
               CLOSE V2-PROVEEDOR
               CLOSE NUEVO-PROVEEDOR
               PERFORM MOSTRAR-RESULTADO
           END-IF.

       CONVERTIR-PROVEEDOR-V2.
           MOVE V2-PRV-ID TO PROVEEDOR-ID
           MOVE V2-PRV-NOMBRE TO PROVEEDOR-NOMBRE
           MOVE V2-PRV-TELEFONO TO PROVEEDOR-TELEFONO
           MOVE V2-PRV-EMAIL TO PROVEEDOR-EMAIL
           MOVE V2-PRV-NIF TO PROVEEDOR-NIF
           MOVE V2-PRV-DOMICILIO TO PROVEEDOR-DOMICILIO
           MOVE V2-PRV-DIAS-PAGO TO PROVEEDOR-DIAS-PAGO
           MOVE V2-PRV-PEDIDO-MINIMO TO PROVEEDOR-PEDIDO-MINIMO
           PERFORM COMPLETAR-PROVEEDOR
           WRITE PROVEEDOR-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-CIERRES-V2.
           MOVE "CIERRES-Z.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-CIERRES
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-CIERRES
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-CIERRES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-CIERRE-V2
                   END-READ
               END-PERFORM
               CLOSE V2-CIERRES
               CLOSE NUEVO-CIERRES
               PERFORM MOSTRAR-RESULTADO
           END-IF.

       CONVERTIR-CIERRE-V2.
           MOVE V2-CIZ-NUMERO TO CIERRE-Z-NUMERO
           MOVE V2-CIZ-FECHA TO CIERRE-Z-FECHA
           MOVE V2-CIZ-HORA TO CIERRE-Z-HORA
           MOVE V2-CIZ-TICKETS TO CIERRE-Z-TICKETS
           MOVE V2-CIZ-TOTAL-EFECTIVO TO CIERRE-Z-TOTAL-EFECTIVO
           MOVE V2-CIZ-TOTAL-TARJETA TO CIERRE-Z-TOTAL-TARJETA
           MOVE V2-CIZ-EFECTIVO-CONTADO TO CIERRE-Z-EFECTIVO-CONTADO
           MOVE V2-CIZ-DESCUADRE TO CIERRE-Z-DESCUADRE
           MOVE V2-CIZ-TOTAL-CUENTA TO CIERRE-Z-TOTAL-CUENTA
           PERFORM COMPLETAR-CIERRE
           WRITE CIERRE-Z-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-UBICACIONES-V2.
           MOVE "STOCK-UBICACIONES.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-UBICACIONES
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-UBICACIONES
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-UBICACIONES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-UBICACION-V2
                   END-READ
               END-PERFORM
               CLOSE V2-UBICACIONES
               CLOSE NUEVO-UBICACIONES
               PERFORM MOSTRAR-RESULTADO
           END-IF.

       CONVERTIR-UBICACION-V2.
           MOVE V2-UBI-PRODUCTO-ID TO SU-PRODUCTO-ID
           MOVE V2-UBI-UBICACION TO SU-UBICACION
           MOVE V2-UBI-UNIDADES TO SU-UNIDADES
           MOVE V2-UBI-MINIMO TO SU-MINIMO
           MOVE V2-UBI-CAPACIDAD TO SU-CAPACIDAD
           PERFORM COMPLETAR-UBICACION
           WRITE STOCK-UBI-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-DEVOLUCIONES-V2.
           MOVE "DEVOLUCIONES-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-DEVOLUCIONES
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-DEVOLUCIONES
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-DEVOLUCIONES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-DEVOLUCION-V2
                   END-READ
               END-PERFORM
               CLOSE V2-DEVOLUCIONES
               CLOSE NUEVO-DEVOLUCIONES
               PERFORM MOSTRAR-RESULTADO
           END-IF.

       CONVERTIR-DEVOLUCION-V2.
           MOVE V2-DEV-ID TO DEVOLUCION-ID
           MOVE V2-DEV-PRODUCTO-ID TO DV-PRODUCTO-ID
           MOVE V2-DEV-UNIDADES TO DV-UNIDADES
           MOVE V2-DEV-FECHA TO DV-FECHA
           MOVE V2-DEV-MOTIVO TO DV-MOTIVO
           MOVE V2-DEV-VENTA-ID TO DV-VENTA-ID
           MOVE V2-DEV-DISPOSICION TO DV-DISPOSICION
           MOVE V2-DEV-REEMBOLSO-MEDIO TO DV-REEMBOLSO-MEDIO
           MOVE V2-DEV-REEMBOLSO-IMPORTE TO DV-REEMBOLSO-IMPORTE
           PERFORM COMPLETAR-DEVOLUCION
           WRITE DEVOLUCION-REGISTRO
           ADD 1 TO WS-MIGRADOS.

      *----------------------- ARCHIVOS CON LAYOUT V2 ---------------------
      *> Estos archivos tienen el mismo layout viejo vengan de la
      *> primera version o de la segunda: se convierten siempre.
       MIGRAR-FACTURAS-PROV.
           MOVE "FACTURAS-PROV-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-FACTURAS-PROV
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-FACTURAS-PROV
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-FACTURAS-PROV NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-FACTURA-PROV
                   END-READ
               END-PERFORM
               CLOSE V2-FACTURAS-PROV
               CLOSE NUEVO-FACTURAS-PROV
               PERFORM MOSTRAR-RESULTADO
           END-IF.

      *> Las facturas viejas son en euros: divisa EUR a tasa 1 y, si
      *> ya estaban pagadas, pagadas en euros por su total (pago a
      *> mano, sin fecha ni remesa conocidas).
       CONVERTIR-FACTURA-PROV.
           MOVE V2-FP-NUMERO-INTERNO TO FP-NUMERO-INTERNO
           MOVE V2-FP-PROVEEDOR-ID TO FP-PROVEEDOR-ID
           MOVE V2-FP-NUMERO-PROVEEDOR TO FP-NUMERO-PROVEEDOR
           MOVE V2-FP-FECHA TO FP-FECHA
           MOVE V2-FP-PEDIDO-NUMERO TO FP-PEDIDO-NUMERO
           MOVE V2-FP-LINEAS TO FP-LINEAS
           MOVE V2-FP-TOTAL TO FP-TOTAL
           MOVE V2-FP-ESTADO TO FP-ESTADO
           MOVE V2-FP-VENCIMIENTO TO FP-VENCIMIENTO
           MOVE V2-FP-PAGADA TO FP-PAGADA
           MOVE ZEROES TO FP-FECHA-PAGO
           MOVE ZEROES TO FP-REMESA
           MOVE "EUR" TO FP-MONEDA
           MOVE V2-FP-TOTAL TO FP-TOTAL-DIVISA
           MOVE 1 TO FP-TASA-CAMBIO
           IF FP-YA-PAGADA
               MOVE 1 TO FP-TASA-PAGO
               MOVE V2-FP-TOTAL TO FP-PAGADO-EUR
           ELSE
               MOVE ZEROES TO FP-TASA-PAGO
               MOVE ZEROES TO FP-PAGADO-EUR
           END-IF
           WRITE FACTURA-PROV-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-FACTURAS-LINEAS.
           MOVE "FACTURAS-PROV-LINEAS-INDEXADO.dat"
               TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-FACTURAS-LINEAS
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-FACTURAS-LINEAS
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-FACTURAS-LINEAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-FACTURA-LINEA
                   END-READ
               END-PERFORM
               CLOSE V2-FACTURAS-LINEAS
               CLOSE NUEVO-FACTURAS-LINEAS
               PERFORM MOSTRAR-RESULTADO
           END-IF.

       CONVERTIR-FACTURA-LINEA.
           MOVE V2-FPL-NUMERO-INTERNO TO FPL-NUMERO-INTERNO
           MOVE V2-FPL-LINEA TO FPL-LINEA
           MOVE V2-FPL-PRODUCTO-ID TO FPL-PRODUCTO-ID
           MOVE V2-FPL-CANTIDAD TO FPL-CANTIDAD
           MOVE V2-FPL-COSTO-UNITARIO TO FPL-COSTO-UNITARIO
           MOVE V2-FPL-IMPORTE TO FPL-IMPORTE
           MOVE V2-FPL-CONFORME TO FPL-CONFORME
      *> En euros la divisa de la factura es el euro.
           MOVE V2-FPL-COSTO-UNITARIO TO FPL-COSTO-DIVISA
           MOVE V2-FPL-IMPORTE TO FPL-IMPORTE-DIVISA
           WRITE FACTURA-PROV-LINEA-REG
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-DEVOLUCIONES-PROV.
           MOVE "DEVOLUCIONES-PROV-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-DEVOLUCIONES-PROV
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-DEVOLUCIONES-PROV
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-DEVOLUCIONES-PROV NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-DEVOLUCION-PROV
                   END-READ
               END-PERFORM
               CLOSE V2-DEVOLUCIONES-PROV
               CLOSE NUEVO-DEVOLUCIONES-PROV
               PERFORM MOSTRAR-RESULTADO
           END-IF.

       CONVERTIR-DEVOLUCION-PROV.
           MOVE V2-DP-NUMERO TO DP-NUMERO
           MOVE V2-DP-FECHA TO DP-FECHA
           MOVE V2-DP-PROVEEDOR-ID TO DP-PROVEEDOR-ID
           MOVE V2-DP-PRODUCTO-ID TO DP-PRODUCTO-ID
           MOVE V2-DP-LOTE-CODIGO TO DP-LOTE-CODIGO
           MOVE V2-DP-UNIDADES TO DP-UNIDADES
           MOVE V2-DP-MOTIVO TO DP-MOTIVO
           MOVE V2-DP-VALOR TO DP-VALOR
           MOVE V2-DP-ESTADO TO DP-ESTADO
           MOVE V2-DP-FECHA-ABONO TO DP-FECHA-ABONO
           MOVE ZEROES TO DP-REMESA
           WRITE DEV-PROV-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-ENCARGOS.
           MOVE "ENCARGOS-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-ENCARGOS
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-ENCARGOS
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-ENCARGOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-ENCARGO
                   END-READ
               END-PERFORM
               CLOSE V2-ENCARGOS
               CLOSE NUEVO-ENCARGOS
               PERFORM MOSTRAR-RESULTADO
           END-IF.

      *> Los encargos viejos no vienen de un presupuesto.
       CONVERTIR-ENCARGO.
           MOVE V2-EN-NUMERO TO EN-NUMERO
           MOVE V2-EN-CLIENTE-ID TO EN-CLIENTE-ID
           MOVE V2-EN-PRODUCTO-ID TO EN-PRODUCTO-ID
           MOVE V2-EN-DESCRIPCION TO EN-DESCRIPCION
           MOVE V2-EN-CANTIDAD TO EN-CANTIDAD
           MOVE V2-EN-SENIA TO EN-SENIA
           MOVE V2-EN-FECHA TO EN-FECHA
           MOVE V2-EN-ESTADO TO EN-ESTADO
           MOVE V2-EN-PEDIDO-NUMERO TO EN-PEDIDO-NUMERO
           MOVE ZEROES TO EN-PRESUPUESTO-NUMERO
           MOVE ZEROES TO EN-PRECIO-PACTADO
           WRITE ENCARGO-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-FACTURAS-EMITIDAS.
           MOVE "FACTURAS-EMITIDAS-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-FACTURAS-EMITIDAS
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-FACTURAS-EMITIDAS
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-FACTURAS-EMITIDAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-FACTURA-EMITIDA
                   END-READ
               END-PERFORM
               CLOSE V2-FACTURAS-EMITIDAS
               CLOSE NUEVO-FACTURAS-EMITIDAS
               PERFORM MOSTRAR-RESULTADO
           END-IF.

      *> Sin mes, la rectificativa busca la consolidada por fecha.
       CONVERTIR-FACTURA-EMITIDA.
           MOVE V2-FE-NUMERO TO FE-NUMERO
           MOVE V2-FE-FECHA TO FE-FECHA
           MOVE V2-FE-TIPO TO FE-TIPO
           MOVE V2-FE-TICKET-NUMERO TO FE-TICKET-NUMERO
           MOVE V2-FE-CLIENTE-ID TO FE-CLIENTE-ID
           MOVE V2-FE-CLIENTE-NOMBRE TO FE-CLIENTE-NOMBRE
           MOVE V2-FE-CLIENTE-NIF TO FE-CLIENTE-NIF
           MOVE V2-FE-BASE TO FE-BASE
           MOVE V2-FE-CUOTA-IVA TO FE-CUOTA-IVA
           MOVE V2-FE-TOTAL TO FE-TOTAL
           MOVE ZEROES TO FE-MES
           WRITE FACTURA-EMITIDA-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-RECEPCIONES.
           MOVE "RECEPCIONES.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-RECEPCIONES
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-RECEPCIONES
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-RECEPCIONES
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-RECEPCION
                   END-READ
               END-PERFORM
               CLOSE V2-RECEPCIONES
               CLOSE NUEVO-RECEPCIONES
               PERFORM MOSTRAR-RESULTADO
           END-IF.

       CONVERTIR-RECEPCION.
           MOVE V2-REC-FECHA TO RECEPCION-FECHA
           MOVE V2-REC-HORA TO RECEPCION-HORA
           MOVE V2-REC-PROVEEDOR-ID TO RECEPCION-PROVEEDOR-ID
           MOVE V2-REC-PEDIDO-NUMERO TO RECEPCION-PEDIDO-NUMERO
           MOVE V2-REC-PRODUCTO-ID TO RECEPCION-PRODUCTO-ID
           MOVE V2-REC-UNIDADES TO RECEPCION-UNIDADES
           MOVE V2-REC-CADUCIDAD TO RECEPCION-CADUCIDAD
           PERFORM COMPLETAR-RECEPCION
           MOVE WS-CR-COSTO TO RECEPCION-COSTO
           MOVE WS-CR-MONEDA TO RECEPCION-MONEDA
           MOVE WS-CR-COSTO-DIVISA TO RECEPCION-COSTO-DIVISA
           MOVE WS-CR-CUARENTENA TO RECEPCION-CUARENTENA
           WRITE RECEPCION-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-LOTES.
           MOVE "LOTES-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-LOTES
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-LOTES
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-LOTES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-LOTE
                   END-READ
               END-PERFORM
               CLOSE V2-LOTES
               CLOSE NUEVO-LOTES
               PERFORM MOSTRAR-RESULTADO
           END-IF.

      *> Lote disponible y anterior a la fecha de entrada.
       CONVERTIR-LOTE.
           MOVE V2-LOT-PRODUCTO-ID TO LOTE-PRODUCTO-ID
           MOVE V2-LOT-CODIGO TO LOTE-CODIGO
           MOVE V2-LOT-UNIDADES TO LOTE-UNIDADES
           MOVE V2-LOT-CADUCIDAD TO LOTE-CADUCIDAD
           MOVE SPACE TO LOTE-ESTADO
           MOVE ZEROES TO LOTE-FECHA-ENTRADA
           WRITE LOTE-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-SESIONES.
           MOVE "SESIONES-CAJA-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-SESIONES
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-SESIONES
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-SESIONES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-SESION
                   END-READ
               END-PERFORM
               CLOSE V2-SESIONES
               CLOSE NUEVO-SESIONES
               PERFORM MOSTRAR-RESULTADO
           END-IF.

      *> Antes de las cajas numeradas habia una sola caja, la 1.
       CONVERTIR-SESION.
           MOVE V2-SES-NUMERO TO SESION-NUMERO
           MOVE V2-SES-OPERADOR TO SESION-OPERADOR
           MOVE V2-SES-FECHA TO SESION-FECHA
           MOVE V2-SES-HORA-APERTURA TO SESION-HORA-APERTURA
           MOVE V2-SES-HORA-CIERRE TO SESION-HORA-CIERRE
           MOVE V2-SES-FONDO-INICIAL TO SESION-FONDO-INICIAL
           MOVE V2-SES-VENTAS-EFECTIVO TO SESION-VENTAS-EFECTIVO
           MOVE V2-SES-EFECTIVO-CONTADO TO SESION-EFECTIVO-CONTADO
           MOVE V2-SES-DIFERENCIA TO SESION-DIFERENCIA
           MOVE V2-SES-ESTADO TO SESION-ESTADO
           MOVE 1 TO SESION-TERMINAL
           WRITE SESION-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-MOVIMIENTOS-CAJA.
           MOVE "MOVIMIENTOS-CAJA.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-MOVIMIENTOS-CAJA
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-MOVIMIENTOS-CAJA
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-MOVIMIENTOS-CAJA
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-MOVIMIENTO-CAJA
                   END-READ
               END-PERFORM
               CLOSE V2-MOVIMIENTOS-CAJA
               CLOSE NUEVO-MOVIMIENTOS-CAJA
               PERFORM MOSTRAR-RESULTADO
           END-IF.

       CONVERTIR-MOVIMIENTO-CAJA.
           MOVE V2-MC-FECHA TO MC-FECHA
           MOVE V2-MC-HORA TO MC-HORA
           MOVE V2-MC-TIPO TO MC-TIPO
           MOVE V2-MC-IMPORTE TO MC-IMPORTE
           MOVE V2-MC-MOTIVO TO MC-MOTIVO
           MOVE V2-MC-OPERADOR TO MC-OPERADOR
           MOVE 1 TO MC-TERMINAL
           WRITE MOV-CAJA-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-OPERADORES.
           MOVE "OPERADORES-INDEXADO.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-OPERADORES
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-OPERADORES
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-OPERADORES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE V2-OPERADORES
               CLOSE NUEVO-OPERADORES
               PERFORM MOSTRAR-RESULTADO
           END-IF.

      *> La clave sigue en claro: VALIDAR-OPERADOR la pasa a
      *> credenciales en el primer acceso. Tope cero = sin compras de
      *> personal hasta que el supervisor lo cargue.
       CONVERTIR-OPERADOR.
           MOVE V2-OP-ID TO OP-ID
           MOVE V2-OP-NOMBRE TO OP-NOMBRE
           MOVE V2-OP-CLAVE TO OP-CLAVE
           MOVE V2-OP-ROL TO OP-ROL
           MOVE V2-OP-ACTIVO TO OP-ACTIVO
           MOVE ZEROES TO OP-DTO-PERSONAL-PCT
           MOVE ZEROES TO OP-TOPE-MENSUAL
           WRITE OPERADOR-REGISTRO
           ADD 1 TO WS-MIGRADOS.

       MIGRAR-BITACORA.
           MOVE "BITACORA-DIA.dat" TO WS-NOMBRE-EN-CURSO
           OPEN INPUT V2-BITACORA
           IF WS-VIEJO-STATUS NOT = "00"
               PERFORM EXPLICAR-OMISION
           ELSE
               OPEN OUTPUT NUEVO-BITACORA
               MOVE ZEROES TO WS-MIGRADOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ V2-BITACORA
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTIR-BITACORA
                   END-READ
               END-PERFORM
               CLOSE V2-BITACORA
               CLOSE NUEVO-BITACORA
               PERFORM MOSTRAR-RESULTADO
           END-IF.

      *> Cada imagen conserva sus bytes de la version 2 y se le anade
      *> la cola de campos nuevos con los mismos valores neutros que
      *> el archivo que replica, hasta el largo que lee
      *> RESTAURAR-DATOS.
       CONVERTIR-BITACORA.
           MOVE V2-BIT-FECHA TO BIT-FECHA
           MOVE V2-BIT-HORA TO BIT-HORA
           MOVE V2-BIT-TIPO TO BIT-TIPO
           MOVE SPACES TO BIT-DATOS
           EVALUATE TRUE
               WHEN BIT-ES-VENTA
                   INITIALIZE WS-COLA-VENTA
                   MOVE V2-BIT-VEN-PRECIO TO WS-CV-PRECIO-ORIGINAL
                   MOVE V2-BIT-VEN-PRECIO TO WS-CV-PRECIO-TARIFA
                   MOVE V2-BIT-DATOS(1:55) TO BIT-DATOS(1:55)
                   MOVE WS-COLA-VENTA TO BIT-DATOS(56:34)
               WHEN BIT-ES-TICKET
                   INITIALIZE WS-COLA-TICKET
                   MOVE 1 TO WS-CT-TERMINAL
                   MOVE V2-BIT-DATOS(1:47) TO BIT-DATOS(1:47)
                   MOVE WS-COLA-TICKET TO BIT-DATOS(48:117)
               WHEN BIT-ES-RECEPCION
                   PERFORM COMPLETAR-RECEPCION
                   MOVE V2-BIT-DATOS(1:46) TO BIT-DATOS(1:46)
                   MOVE WS-COLA-RECEPCION TO BIT-DATOS(47:18)
               WHEN OTHER
                   MOVE V2-BIT-DATOS TO BIT-DATOS
           END-EVALUATE
           WRITE BITACORA-REGISTRO
           ADD 1 TO WS-MIGRADOS.

      *----------------------- CAMPOS POSTERIORES A LA VERSION 2 ----------
      *> Valores neutros de los campos que los registros ganaron tras
      *> la version 2, comunes a la conversion desde la primera
      *> version y desde la segunda.
       COMPLETAR-PRODUCTO.
           MOVE SPACE TO PRODUCTO-RESTRICCION-EDAD
           MOVE ZEROES TO PRODUCTO-ENVASE-ID
           MOVE "N" TO PRODUCTO-ES-ENVASE
           MOVE "N" TO PRODUCTO-CONSIGNA
           MOVE SPACE TO PRODUCTO-CLASE-TEMP
           MOVE ZEROES TO PRODUCTO-CONTENIDO-NETO
           MOVE SPACE TO PRODUCTO-UNIDAD-CONTENIDO
           MOVE ZEROES TO PRODUCTO-FIN-LIQUIDACION.

      *> Sin desglose de pagos: los lectores toman TICKET-MEDIO-PAGO
      *> por el total. Los tickets viejos son de la caja 1.
       COMPLETAR-TICKET.
           MOVE 0 TO TICKET-PAGOS-CANT
           PERFORM VARYING WS-IDX-PAGO FROM 1 BY 1
               UNTIL WS-IDX-PAGO > 5
               MOVE SPACE TO TICKET-PAGO-MEDIO(WS-IDX-PAGO)
               MOVE ZEROES TO TICKET-PAGO-IMPORTE(WS-IDX-PAGO)
               MOVE ZEROES TO TICKET-PAGO-REFERENCIA(WS-IDX-PAGO)
           END-PERFORM
           MOVE ZEROES TO TICKET-ENTREGADO
           MOVE ZEROES TO TICKET-CAMBIO
           MOVE SPACES TO TICKET-EMPLEADO
           MOVE ZEROES TO TICKET-DTO-PERSONAL
           MOVE 1 TO TICKET-TERMINAL.

      *> El precio cobrado hace de precio original y de tarifa.
       COMPLETAR-VENTA.
           MOVE VE-PRECIO-UNITARIO TO VE-PRECIO-ORIGINAL
           MOVE ZEROES TO VE-MOTIVO-FORZADO
           MOVE SPACES TO VE-OPERADOR
           MOVE SPACES TO VE-AUTORIZA
           MOVE SPACE TO VE-TIPO-LINEA
           MOVE VE-PRECIO-UNITARIO TO VE-PRECIO-TARIFA
           MOVE SPACE TO VE-ORIGEN-PRECIO.

      *> Sin consentimientos registrados.
       COMPLETAR-CLIENTE.
           MOVE "N" TO CLIENTE-CONS-SERVICIO
           MOVE ZEROES TO CLIENTE-FECHA-SERVICIO
           MOVE "N" TO CLIENTE-CONS-MARKETING
           MOVE ZEROES TO CLIENTE-FECHA-MARKETING
           MOVE "N" TO CLIENTE-ANONIMIZADO
           MOVE ZEROES TO CLIENTE-FECHA-ANONIMIZADO.

       COMPLETAR-PROVEEDOR.
           MOVE SPACES TO PROVEEDOR-IBAN.

      *> Los Z viejos son del dia entero de la tienda.
       COMPLETAR-CIERRE.
           MOVE ZEROES TO CIERRE-Z-TOTAL-VALE
           MOVE ZEROES TO CIERRE-Z-TOTAL-PUNTOS
           MOVE ZEROES TO CIERRE-Z-DEPOSITOS-COBRADOS
           MOVE ZEROES TO CIERRE-Z-DEPOSITOS-DEVUELTOS
           MOVE ZEROES TO CIERRE-Z-TOTAL-NOMINA
           MOVE ZEROES TO CIERRE-Z-TOTAL-CUPONES
           MOVE 0 TO CIERRE-Z-TERMINAL.

       COMPLETAR-UBICACION.
           MOVE ZEROES TO SU-FRENTES
           MOVE ZEROES TO SU-CM-LINEALES.

       COMPLETAR-DEVOLUCION.
           MOVE 1 TO DV-TERMINAL
           MOVE ZEROES TO DV-HORA
           MOVE SPACES TO DV-OPERADOR.

      *> Entrada sin valorar, en euros y fuera de cuarentena.
       COMPLETAR-RECEPCION.
           MOVE ZEROES TO WS-CR-COSTO
           MOVE "EUR" TO WS-CR-MONEDA
           MOVE ZEROES TO WS-CR-COSTO-DIVISA
           MOVE SPACE TO WS-CR-CUARENTENA.

      *----------------------- AVISOS COMUNES -----------------------------
       EXPLICAR-OMISION.
           EVALUATE WS-VIEJO-STATUS
               WHEN "35"
                   DISPLAY WS-NOMBRE-EN-CURSO ": no existe, se omite."
               WHEN "39"
                       "omite."
               WHEN OTHER
                   DISPLAY WS-NOMBRE-EN-CURSO ": no se pudo abrir. "
                       "Estado: " WS-VIEJO-STATUS ". Se omite."
                   MOVE "EXPLICAR-OMISION" TO WS-INC-PARRAFO
                   MOVE WS-NOMBRE-EN-CURSO TO WS-INC-ARCHIVO
                   MOVE WS-VIEJO-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
           END-EVALUATE.

       MOSTRAR-RESULTADO.

      *----------------------- CLAVE DE SUPERVISOR ------------------------
       VALIDAR-CLAVE-SUPERVISOR.
      *> La autorizacion es por identidad, clave individual y rol
      *> (VALIDAR-OPERADOR). Sin maestro de operadores no entra
      *> nadie: el primer supervisor se da de alta en
      *> GESTION-OPERADORES con la clave de arranque.
      *> Con el maestro aun en el layout de la version 2
      *> VALIDAR-OPERADOR no lo abre (estado 39): el supervisor se
      *> valida aqui contra ese maestro.
           OPEN INPUT V2-OPERADORES
           IF WS-VIEJO-STATUS = "00"
               PERFORM VALIDAR-SUPERVISOR-V2
               CLOSE V2-OPERADORES
           ELSE
               CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
                   WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
           END-IF.

      *> Como en la version 2: supervisor activo con su clave, que
      *> entonces iba en claro en el maestro.
       VALIDAR-SUPERVISOR-V2.
           MOVE "N" TO WS-OPERADOR-AUTORIZADO
           DISPLAY "Identidad de supervisor: "
           ACCEPT WS-ID-INGRESADO
           DISPLAY "Clave: "
           ACCEPT WS-CLAVE-INGRESADA
           MOVE WS-ID-INGRESADO TO V2-OP-ID
           READ V2-OPERADORES
               NOT INVALID KEY
                   IF V2-OP-ROL-SUPERVISOR AND V2-OP-ESTA-ACTIVO AND
                      V2-OP-CLAVE NOT = SPACES AND
                      V2-OP-CLAVE = WS-CLAVE-INGRESADA
                       MOVE "S" TO WS-OPERADOR-AUTORIZADO
                   END-IF
           END-READ
           MOVE WS-ID-INGRESADO TO WS-LOG-OPERADOR
           IF OPERADOR-AUTORIZADO
               MOVE WS-ID-INGRESADO TO WS-OPERADOR-VALIDADO
               MOVE "ACCESO" TO WS-LOG-EVENTO
               MOVE "Migracion con maestro de la version 2"
                   TO WS-LOG-DETALLE
           ELSE
               MOVE "FALLO" TO WS-LOG-EVENTO
               MOVE "Migracion denegada" TO WS-LOG-DETALLE
           END-IF
           PERFORM GRABAR-LOG.

       GRABAR-LOG.
           CALL "GRABAR-LOG-SEGURIDAD" USING WS-LOG-OPERADOR,
               WS-LOG-EVENTO, WS-OPERADOR-VALIDADO, WS-LOG-DETALLE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "MIGRAR-LAYOUTS" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM MIGRAR-LAYOUTS.
