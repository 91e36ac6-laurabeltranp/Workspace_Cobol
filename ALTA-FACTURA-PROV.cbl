               RECORD KEY IS TA-CLAVE
               FILE STATUS IS WS-TARIFAS-STATUS.

      *> Albaran electronico del proveedor con lo contado al
      *> recibir (IMPORTAR-ALBARAN-PROV / ALTA-RECEPCION).
           SELECT ALBARANES-PROV
               ASSIGN TO "ALBARANES-PROV-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CLAVE
               FILE STATUS IS WS-ALBPROV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FACTURAS-PROV.
       FD TARIFAS.
           COPY TARIFA.

       FD ALBARANES-PROV.
           COPY ALBPROV.

       WORKING-STORAGE SECTION.
       01 WS-FACTURAS-STATUS PIC XX.
       01 WS-FLINEAS-STATUS PIC XX.
       01 WS-COSTO-EDIT PIC Z(4)9.99.
       01 WS-COSTO-EDIT2 PIC Z(4)9.99.
       01 WS-TOTAL-EDIT PIC Z(6)9.99.
      *> Divisa de la factura y cambio de su fecha (unidades de la
      *> divisa por 1 EUR); en euros la tasa es 1.
       01 WS-MONEDA-FACTURA PIC X(3) VALUE "EUR".
       01 WS-TASA-FACTURA PIC 9(4)V9(6) VALUE 1.
       01 WS-CAMBIO-ENCONTRADO PIC X VALUE "N".
       01 WS-TASA-EDIT PIC Z(3)9.9(6).
       01 WS-TOTAL-DIVISA PIC 9(7)V99 VALUE ZEROES.
      *> Lo que el albaran electronico dice enviado y lo contado al
      *> recibirlo, para el producto de la linea facturada.
       01 WS-ALBPROV-STATUS PIC XX.
       01 WS-HAY-ALBARANES PIC X VALUE "N".
       01 WS-EOF-ALBARAN PIC X VALUE "N".
       01 WS-LINEA-CON-ALBARAN PIC X VALUE "N".
       01 WS-CANT-ENVIADA PIC 9(7).
       01 WS-CANT-CONTADA PIC 9(7).

      *----------------------- VENCIMIENTO --------------------------------
      * Calculo del vencimiento: fecha de factura mas los dias de
       01 WS-DIAS-MES-ACTUAL PIC 99.
       01 WS-AUX-BISIESTO PIC 9(4).
       01 WS-RESTO-BISIESTO PIC 9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- FACTURAS DE PROVEEDOR ----------------------
           IF WS-FACTURAS-STATUS NOT = "00"
               DISPLAY "Error al abrir FACTURAS-PROV-INDEXADO.dat. "
                   "Estado: " WS-FACTURAS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "FACTURAS-PROV-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-FACTURAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-FLINEAS-STATUS NOT = "00"
               DISPLAY "Error al abrir las lineas de factura. Estado: "
                   WS-FLINEAS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "FACTURAS-PROV-LINEAS-INDEXADO.dat"
                   TO WS-INC-ARCHIVO
               MOVE WS-FLINEAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE FACTURAS-PROV
               STOP RUN
           END-IF
           IF WS-PROVEEDOR-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PROVEEDOR-INDEXADO.dat. "
                   "Estado: " WS-PROVEEDOR-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PROVEEDOR-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PROVEEDOR-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE FACTURAS-PROV
               CLOSE FACTURAS-LINEAS
               STOP RUN
           IF WS-PEDIDOS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PEDIDOS-INDEXADO.dat. "
                   "Estado: " WS-PEDIDOS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PEDIDOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PEDIDOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE FACTURAS-PROV
               CLOSE FACTURAS-LINEAS
               CLOSE PROVEEDOR
           IF WS-LINEAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir las lineas de pedido. "
                   "Estado: " WS-LINEAS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PEDIDOS-LINEAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-LINEAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE FACTURAS-PROV
               CLOSE FACTURAS-LINEAS
               CLOSE PROVEEDOR
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
               CLOSE FACTURAS-PROV
               CLOSE FACTURAS-LINEAS
               CLOSE PROVEEDOR
               MOVE "S" TO WS-HAY-TARIFAS
           END-IF

      *> Sin albaranes electronicos el cotejo sigue a tres bandas.
           OPEN INPUT ALBARANES-PROV
           IF WS-ALBPROV-STATUS = "00"
               MOVE "S" TO WS-HAY-ALBARANES
           END-IF

           PERFORM RECUPERAR-ULTIMA-FACTURA

           PERFORM UNTIL SINO NOT = "S"
           IF WS-HAY-TARIFAS = "S"
               CLOSE TARIFAS
           END-IF
           IF WS-HAY-ALBARANES = "S"
               CLOSE ALBARANES-PROV
           END-IF
           STOP RUN.

      *> Recuperar el ultimo numero interno usado para que el contador
                   END-IF
               END-PERFORM

               PERFORM PEDIR-MONEDA-FACTURA

               MOVE "N" TO WS-CAMPO-OK
               DISPLAY "Numero de pedido que cubre la factura: "
               ACCEPT WS-PEDIDO-FACTURA
               END-READ
           END-IF.

      *> La factura en divisa se pasa a euros al cambio de su fecha
      *> en la tabla de cambios; si no hay ninguno cargado se pide
      *> el que figure en la factura.
       PEDIR-MONEDA-FACTURA.
           DISPLAY "Moneda de la factura (EUR por omision): "
           ACCEPT WS-MONEDA-FACTURA
           MOVE FUNCTION UPPER-CASE(WS-MONEDA-FACTURA)
               TO WS-MONEDA-FACTURA
           IF WS-MONEDA-FACTURA = SPACES
               MOVE "EUR" TO WS-MONEDA-FACTURA
           END-IF
           CALL "TIPO-CAMBIO" USING WS-MONEDA-FACTURA,
               WS-FECHA-FACTURA, WS-TASA-FACTURA, WS-CAMBIO-ENCONTRADO
           IF WS-CAMBIO-ENCONTRADO NOT = "S"
               DISPLAY "NO HAY CAMBIO DE " WS-MONEDA-FACTURA
                   " CARGADO A " WS-FECHA-FACTURA "."
               MOVE ZEROES TO WS-TASA-FACTURA
               PERFORM UNTIL WS-TASA-FACTURA NUMERIC AND
                             WS-TASA-FACTURA > 0
                   DISPLAY "Unidades de " WS-MONEDA-FACTURA
                       " por 1 EUR (sin punto, seis decimales): "
                   ACCEPT WS-TASA-FACTURA
               END-PERFORM
           END-IF
           IF WS-MONEDA-FACTURA NOT = "EUR"
               MOVE WS-TASA-FACTURA TO WS-TASA-EDIT
               DISPLAY "Cambio aplicado: " WS-TASA-EDIT " "
                   WS-MONEDA-FACTURA " por EUR."
           END-IF.

       REGISTRAR-LINEAS-FACTURA.
           MOVE 0 TO WS-LINEA-ACTUAL
           MOVE ZEROES TO WS-TOTAL-FACTURA
           MOVE ZEROES TO WS-TOTAL-DIVISA
           MOVE ZEROES TO WS-LINEAS-MAL
           MOVE "S" TO WS-OTRA-LINEA
           PERFORM UNTIL WS-OTRA-LINEA NOT = "S"

           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Costo unitario facturado en "
                   WS-MONEDA-FACTURA " (sin puntos, dos "
               DISPLAY "decimales): "
               ACCEPT WS-COSTO-LINEA
               IF WS-COSTO-LINEA NOT NUMERIC OR WS-COSTO-LINEA = 0
           MOVE WS-LINEA-ACTUAL TO FPL-LINEA
           MOVE WS-PRODUCTO-LINEA TO FPL-PRODUCTO-ID
           MOVE WS-CANTIDAD-LINEA TO FPL-CANTIDAD
      *> Costo e importe en la divisa de la factura y en euros.
           MOVE WS-COSTO-LINEA TO FPL-COSTO-DIVISA
           COMPUTE FPL-IMPORTE-DIVISA =
               WS-CANTIDAD-LINEA * WS-COSTO-LINEA
           COMPUTE FPL-COSTO-UNITARIO ROUNDED =
               WS-COSTO-LINEA / WS-TASA-FACTURA
           COMPUTE FPL-IMPORTE ROUNDED =
               FPL-IMPORTE-DIVISA / WS-TASA-FACTURA
           WRITE FACTURA-PROV-LINEA-REG INVALID KEY
               DISPLAY "Error al grabar la linea. Estado: "
                   WS-FLINEAS-STATUS
               MOVE "REGISTRAR-LINEA-FACTURA" TO WS-INC-PARRAFO
               MOVE "FACTURAS-PROV-LINEAS-INDEXADO.dat"
                   TO WS-INC-ARCHIVO
               MOVE WS-FLINEAS-STATUS TO WS-INC-ESTADO
               MOVE FPL-CLAVE TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-FLINEAS-STATUS = "00"
               ADD FPL-IMPORTE TO WS-TOTAL-FACTURA
               ADD FPL-IMPORTE-DIVISA TO WS-TOTAL-DIVISA
           END-IF.

      *----------------------- COTEJO A TRES BANDAS -----------------------
      *> maestro ya es un medio ponderado que la recepcion de esta
      *> misma entrega mezclo, y compararlo marcaria discrepancia en
      *> cualquier cambio de precio pactado; solo sirve de respaldo
      *> cuando el proveedor no tiene tarifa del producto. El cotejo
      *> se hace en la divisa de la factura: la tarifa solo vale si
      *> esta pactada en esa misma divisa, y el maestro (en euros) se
      *> pasa a la divisa con el cambio de la factura.
           PERFORM BUSCAR-COSTO-REFERENCIA
           PERFORM SUMAR-ALBARAN-PROV

           IF WS-LINEA-ENCONTRADA = "N"
               DISPLAY "DISCREPANCIA: el producto no figura en el "
                       WS-CANTIDAD-LINEA ", pedidas "
                       WS-CANT-PEDIDA ", recibidas "
                       WS-CANT-RECIBIDA "."
                   IF WS-LINEA-CON-ALBARAN = "S"
                       DISPLAY "Segun albaran electronico: enviadas "
                           WS-CANT-ENVIADA ", contadas "
                           WS-CANT-CONTADA "."
                   END-IF
                   ADD 1 TO WS-LINEAS-MAL
               ELSE
      *> Cuadra con pedido y recepcion pero no con lo que el propio
      *> proveedor declaro en su albaran electronico.
                   IF WS-LINEA-CON-ALBARAN = "S" AND
                      WS-CANTIDAD-LINEA NOT = WS-CANT-ENVIADA
                       DISPLAY "DISCREPANCIA CON EL ALBARAN: "
                           "facturadas " WS-CANTIDAD-LINEA
                           ", enviadas segun albaran "
                           WS-CANT-ENVIADA "."
                       ADD 1 TO WS-LINEAS-MAL
                   ELSE
                       IF WS-COSTO-LINEA NOT = WS-COSTO-MAESTRO
                           MOVE WS-COSTO-LINEA TO WS-COSTO-EDIT
                           MOVE WS-COSTO-MAESTRO TO WS-COSTO-EDIT2
                           DISPLAY "DISCREPANCIA DE COSTO: facturado "
                               WS-COSTO-EDIT ", pactado "
                               WS-COSTO-EDIT2 "."
                           ADD 1 TO WS-LINEAS-MAL
                       ELSE
                           MOVE "S" TO FPL-CONFORME
                           DISPLAY "Linea conforme con pedido y "
                               "recepcion."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Filas del albaran electronico del pedido para el producto
      *> facturado: enviadas segun el proveedor y contadas al recibir
      *> (solo las filas ya recibidas).
       SUMAR-ALBARAN-PROV.
           MOVE "N" TO WS-LINEA-CON-ALBARAN
           MOVE ZEROES TO WS-CANT-ENVIADA
           MOVE ZEROES TO WS-CANT-CONTADA
           IF WS-HAY-ALBARANES = "S"
               MOVE "N" TO WS-EOF-ALBARAN
               MOVE WS-PEDIDO-FACTURA TO AP-PEDIDO-NUMERO
               MOVE 0 TO AP-SECUENCIA
               START ALBARANES-PROV KEY IS GREATER THAN AP-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-ALBARAN
               END-START
               PERFORM UNTIL WS-EOF-ALBARAN = "S"
                   READ ALBARANES-PROV NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-ALBARAN
                       NOT AT END
                           IF AP-PEDIDO-NUMERO NOT = WS-PEDIDO-FACTURA
                               MOVE "S" TO WS-EOF-ALBARAN
                           ELSE
                               IF AP-PRODUCTO-ID = WS-PRODUCTO-LINEA
                                   MOVE "S" TO WS-LINEA-CON-ALBARAN
                                   ADD AP-UNIDADES TO WS-CANT-ENVIADA
                                   IF AP-RECIBIDA
                                       ADD AP-CONTADAS
                                           TO WS-CANT-CONTADA
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       BUSCAR-COSTO-REFERENCIA.
           COMPUTE WS-COSTO-MAESTRO ROUNDED =
               PRODUCTO-COSTO * WS-TASA-FACTURA
           IF WS-HAY-TARIFAS = "S"
               MOVE WS-PROVEEDOR-FACTURA TO TA-PROVEEDOR-ID
               MOVE WS-PRODUCTO-LINEA TO TA-PRODUCTO-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TA-MONEDA = WS-MONEDA-FACTURA OR
                          (TA-MONEDA = SPACES AND
                           WS-MONEDA-FACTURA = "EUR")
                           COMPUTE WS-COSTO-MAESTRO ROUNDED =
                               TA-COSTO * (100 - TA-DESCUENTO-PCT)
                               / 100
                       END-IF
               END-READ
           END-IF.

               PERFORM CALCULAR-VENCIMIENTO
               MOVE WS-FECHA-CALC TO FP-VENCIMIENTO
               MOVE "N" TO FP-PAGADA
               MOVE ZEROES TO FP-FECHA-PAGO
               MOVE ZEROES TO FP-REMESA
               MOVE WS-MONEDA-FACTURA TO FP-MONEDA
               MOVE WS-TOTAL-DIVISA TO FP-TOTAL-DIVISA
               MOVE WS-TASA-FACTURA TO FP-TASA-CAMBIO
               MOVE ZEROES TO FP-TASA-PAGO
               MOVE ZEROES TO FP-PAGADO-EUR
               IF WS-LINEAS-MAL = 0
                   MOVE "C" TO FP-ESTADO
               ELSE
               WRITE FACTURA-PROV-REGISTRO INVALID KEY
                   DISPLAY "Error al grabar la factura. Estado: "
                       WS-FACTURAS-STATUS
                   MOVE "GRABAR-CABECERA-FACTURA" TO WS-INC-PARRAFO
                   MOVE "FACTURAS-PROV-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-FACTURAS-STATUS TO WS-INC-ESTADO
                   MOVE FP-NUMERO-INTERNO TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-WRITE
               IF WS-FACTURAS-STATUS = "00"
                   MOVE WS-TOTAL-FACTURA TO WS-TOTAL-EDIT
                   DISPLAY "FACTURA INTERNA " FP-NUMERO-INTERNO
                       " TOTAL EUR " WS-TOTAL-EDIT
                   IF WS-MONEDA-FACTURA NOT = "EUR"
                       MOVE WS-TOTAL-DIVISA TO WS-TOTAL-EDIT
                       DISPLAY "TOTAL FACTURADO " WS-MONEDA-FACTURA
                           " " WS-TOTAL-EDIT
                   END-IF
                   DISPLAY "Vencimiento de pago: " FP-VENCIMIENTO
                   IF WS-LINEAS-MAL = 0
                       DISPLAY "Factura CONFORME: cuadra con pedido "
               END-IF
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "ALTA-FACTURA-PROV" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM ALTA-FACTURA-PROV.
