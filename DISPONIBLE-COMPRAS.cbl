       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPONIBLE-COMPRAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTO-COMPRAS
               ASSIGN TO "PRESUPUESTO-COMPRAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CLAVE
               FILE STATUS IS WS-PRESUP-STATUS.

           SELECT RECEPCIONES
               ASSIGN TO "RECEPCIONES.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECEPCION-STATUS.

           SELECT PEDIDOS
               ASSIGN TO "PEDIDOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDO-NUMERO
               FILE STATUS IS WS-PEDIDOS-STATUS.

           SELECT PEDIDOS-LINEAS
               ASSIGN TO "PEDIDOS-LINEAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CLAVE
               FILE STATUS IS WS-LINEAS-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT TARIFAS
               ASSIGN TO "TARIFAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-CLAVE
               FILE STATUS IS WS-TARIFAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRESUPUESTO-COMPRAS.
           COPY PRESCOMP.

       FD RECEPCIONES.
           COPY RECEPCION.

       FD PEDIDOS.
           COPY PEDIDO.

       FD PEDIDOS-LINEAS.
           COPY PEDLIN.

       FD PRODUCTO.
           COPY PRODFLT.

       FD TARIFAS.
           COPY TARIFA.

       WORKING-STORAGE SECTION.
       77 WS-PRESUP-STATUS PIC XX.
       77 WS-RECEPCION-STATUS PIC XX.
       77 WS-PEDIDOS-STATUS PIC XX.
       77 WS-LINEAS-STATUS PIC XX.
       77 WS-PRODUCTO-STATUS PIC XX.
       77 WS-TARIFAS-STATUS PIC XX.
       77 WS-HAY-TARIFAS PIC X VALUE "N".
       77 WS-EOF PIC X.
       77 WS-EOF-LINEAS PIC X.
       77 WS-F PIC 9(4).
       77 WS-MES-ACTUAL PIC 9(6).
       77 WS-MES-PREVISTO PIC 9(6).
       77 WS-PENDIENTE PIC S9(7).
       77 WS-COSTO-EUR PIC 9(7)V99.
       77 WS-COSTO-DIVISA PIC 9(5)V99.
       77 WS-TASA-CAMBIO PIC 9(4)V9(6).
       77 WS-CAMBIO-ENCONTRADO PIC X.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
           COPY DISPCOMP.

       PROCEDURE DIVISION USING DISPONIBLE-COMPRAS-TABLA.
      *----------------------- DISPONIBLE PARA COMPRAR --------------------
      * Devuelve, para el mes de OTB-MES, el presupuesto de compras
      * de cada familia, lo ya recibido en el mes y lo comprometido
      * en pedidos abiertos (E/P) que se esperan en el mes. Todo a
      * costo en euros: la recepcion a su costo declarado (o al del
      * maestro si se recibio sin valorar) y lo pendiente de pedido
      * a la tarifa del proveedor neta de descuento, pasada a euros
      * al cambio de la fecha del pedido; sin tarifa, al costo del
      * maestro. Los pedidos atrasados siguen pesando en el mes en
      * curso hasta que se reciben o se cierran.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MES-ACTUAL
           MOVE "N" TO OTB-HAY-PRESUPUESTOS
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 999
               MOVE ZEROES TO OTB-PRESUPUESTO(WS-F)
               MOVE ZEROES TO OTB-RECIBIDO(WS-F)
               MOVE ZEROES TO OTB-COMPROMETIDO(WS-F)
               MOVE "N" TO OTB-CON-PRESUPUESTO(WS-F)
           END-PERFORM

           PERFORM CARGAR-PRESUPUESTOS

           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           MOVE "N" TO WS-HAY-TARIFAS
           OPEN INPUT TARIFAS
           IF WS-TARIFAS-STATUS = "00"
               MOVE "S" TO WS-HAY-TARIFAS
           END-IF

           PERFORM ACUMULAR-RECIBIDO
           PERFORM ACUMULAR-COMPROMETIDO

           CLOSE PRODUCTO
           IF WS-HAY-TARIFAS = "S"
               CLOSE TARIFAS
           END-IF
           GOBACK.

       CARGAR-PRESUPUESTOS.
           OPEN INPUT PRESUPUESTO-COMPRAS
           IF WS-PRESUP-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ PRESUPUESTO-COMPRAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF PC-MES = OTB-MES AND PC-FAMILIA > 0
                               MOVE PC-IMPORTE TO
                                   OTB-PRESUPUESTO(PC-FAMILIA)
                               MOVE "S" TO
                                   OTB-CON-PRESUPUESTO(PC-FAMILIA)
                               MOVE "S" TO OTB-HAY-PRESUPUESTOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESUPUESTO-COMPRAS
           END-IF.

      *----------------------- RECIBIDO EN EL MES -------------------------
       ACUMULAR-RECIBIDO.
           OPEN INPUT RECEPCIONES
           IF WS-RECEPCION-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ RECEPCIONES
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF RECEPCION-FECHA(1:6) = OTB-MES
                               PERFORM ACUMULAR-UNA-RECEPCION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEPCIONES
           END-IF.

       ACUMULAR-UNA-RECEPCION.
           MOVE RECEPCION-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRODUCTO-FAMILIA > 0
                       IF RECEPCION-COSTO NUMERIC AND
                          RECEPCION-COSTO > 0
                           MOVE RECEPCION-COSTO TO WS-COSTO-EUR
                       ELSE
                           MOVE PRODUCTO-COSTO TO WS-COSTO-EUR
                       END-IF
                       COMPUTE OTB-RECIBIDO(PRODUCTO-FAMILIA) =
                           OTB-RECIBIDO(PRODUCTO-FAMILIA) +
                           RECEPCION-UNIDADES * WS-COSTO-EUR
                   END-IF
           END-READ.

      *----------------------- COMPROMETIDO EN PEDIDOS --------------------
      * Pedidos emitidos o recibidos en parte, previstos para el mes
      * (o atrasados, si el mes es el actual): cuenta lo que falta
      * por recibir de cada linea, hasta lo confirmado por el
      * proveedor cuando recorto la linea.
       ACUMULAR-COMPROMETIDO.
           OPEN INPUT PEDIDOS
           IF WS-PEDIDOS-STATUS = "00"
               OPEN INPUT PEDIDOS-LINEAS
               IF WS-LINEAS-STATUS = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "S"
                       READ PEDIDOS NEXT RECORD
                           AT END
                               MOVE "S" TO WS-EOF
                           NOT AT END
                               IF PEDIDO-EMITIDO OR PEDIDO-PARCIAL
                                   PERFORM VER-MES-PEDIDO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PEDIDOS-LINEAS
               END-IF
               CLOSE PEDIDOS
           END-IF.

       VER-MES-PEDIDO.
           MOVE PEDIDO-FECHA-PREVISTA(1:6) TO WS-MES-PREVISTO
           IF WS-MES-PREVISTO = OTB-MES OR
              (OTB-MES = WS-MES-ACTUAL AND
               WS-MES-PREVISTO < WS-MES-ACTUAL)
               PERFORM ACUMULAR-LINEAS-PEDIDO
           END-IF.

       ACUMULAR-LINEAS-PEDIDO.
           MOVE "N" TO WS-EOF-LINEAS
           MOVE PEDIDO-NUMERO TO PL-PEDIDO-NUMERO
           MOVE 0 TO PL-LINEA
           START PEDIDOS-LINEAS KEY IS GREATER THAN PL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-LINEAS
           END-START
           PERFORM UNTIL WS-EOF-LINEAS = "S"
               READ PEDIDOS-LINEAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-LINEAS
                   NOT AT END
                       IF PL-PEDIDO-NUMERO NOT = PEDIDO-NUMERO
                           MOVE "S" TO WS-EOF-LINEAS
                       ELSE
                           PERFORM ACUMULAR-UNA-LINEA
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-UNA-LINEA.
           IF PL-LINEA-RECORTADA
               COMPUTE WS-PENDIENTE = PL-CONFIRMADO - PL-RECIBIDO
           ELSE
               COMPUTE WS-PENDIENTE = PL-CANTIDAD - PL-RECIBIDO
           END-IF
           IF WS-PENDIENTE > 0
               MOVE PL-PRODUCTO-ID TO PRODUCTO-ID
               READ PRODUCTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRODUCTO-FAMILIA > 0
                           PERFORM VALORAR-LINEA-PEDIDO
                           COMPUTE OTB-COMPROMETIDO(PRODUCTO-FAMILIA) =
                               OTB-COMPROMETIDO(PRODUCTO-FAMILIA) +
                               WS-PENDIENTE * WS-COSTO-EUR
                       END-IF
               END-READ
           END-IF.

       VALORAR-LINEA-PEDIDO.
           MOVE PRODUCTO-COSTO TO WS-COSTO-EUR
           IF WS-HAY-TARIFAS = "S"
               MOVE PEDIDO-PROVEEDOR-ID TO TA-PROVEEDOR-ID
               MOVE PL-PRODUCTO-ID TO TA-PRODUCTO-ID
               READ TARIFAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-COSTO-DIVISA ROUNDED =
                           TA-COSTO * (100 - TA-DESCUENTO-PCT) / 100
                       CALL "TIPO-CAMBIO" USING TA-MONEDA,
                           PEDIDO-FECHA, WS-TASA-CAMBIO,
                           WS-CAMBIO-ENCONTRADO
                       IF WS-CAMBIO-ENCONTRADO = "S"
                           COMPUTE WS-COSTO-EUR ROUNDED =
                               WS-COSTO-DIVISA / WS-TASA-CAMBIO
                       END-IF
               END-READ
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "DISPONIBLE-COMPRAS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM DISPONIBLE-COMPRAS.
