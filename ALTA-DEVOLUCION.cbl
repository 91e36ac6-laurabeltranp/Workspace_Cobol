               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-VALES-STATUS.

           SELECT SESIONES
               ASSIGN TO "SESIONES-CAJA-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESION-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-SESIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEVOLUCIONES.
       FD VALES.
           COPY VALE.

       FD SESIONES.
           COPY SESION.

       WORKING-STORAGE SECTION.
       01 WS-DEVOL-STATUS PIC XX.
       01 WS-VENTAS-STATUS PIC XX.
       01 WS-UNIDADES-VENDIDAS PIC 9(3).
       01 WS-YA-DEVUELTAS PIC 9(5).
       01 WS-DEVOLVIBLES PIC S9(5).
       01 WS-DEVOL-GUARDADA PIC X(100).
       01 WS-MERMAS-STATUS PIC XX.
       01 WS-DISPOSICION PIC X.
       01 WS-KARDEX-STATUS PIC XX.
      * Candado contable: un mes cerrado por CIERRE-MENSUAL no admite
      * devoluciones fechadas dentro.
       01 WS-PERIODO-CERRADO PIC X VALUE "N".
      * Rectificativa de la devolucion sobre un ticket ya facturado.
       01 WS-RECT-MOTIVO PIC X VALUE "D".
       01 WS-RECT-TASA PIC 9(2).
       01 WS-RECT-CONCEPTO PIC X(40).
       01 WS-RECT-NUMERO PIC 9(6).
      * Operador de la caja que devuelve: el de su sesion abierta, o
      * la variable de entorno OPERADOR si no hay sesion.
       01 WS-SESIONES-STATUS PIC XX.
       01 WS-SESION-EOF PIC X VALUE "N".
       01 WS-OPERADOR-CAJA PIC X(8) VALUE SPACES.
      * Parametros de la tienda: dias de vigencia del vale e IVA
      * general.
           COPY PARAMETRO.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           OPEN I-O DEVOLUCIONES.
           IF WS-DEVOL-STATUS = "35"
               DISPLAY "Archivo de devoluciones no encontrado, se crea."
           IF WS-DEVOL-STATUS NOT = "00"
               DISPLAY "Error al abrir devoluciones. Estado: "
                   WS-DEVOL-STATUS
               MOVE "PRINCIPAL" TO WS-INC-PARRAFO
               MOVE "DEVOLUCIONES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-DEVOL-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir VENTAS-INDEXADO.dat. Estado: "
                   WS-VENTAS-STATUS
               MOVE "PRINCIPAL" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "PRINCIPAL" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF


               MOVE FUNCTION CURRENT-DATE(1:8) TO DV-FECHA
               MOVE WS-VENTA-BUSCADA TO DV-VENTA-ID
               MOVE FUNCTION CURRENT-DATE(9:6) TO DV-HORA
               CALL "OBTENER-TERMINAL" USING DV-TERMINAL
               PERFORM BUSCAR-OPERADOR-CAJA
               MOVE WS-OPERADOR-CAJA TO DV-OPERADOR

               PERFORM VALIDAR-DEVOLUCION

                   WRITE DEVOLUCION-REGISTRO INVALID KEY
                       DISPLAY "Error al registrar la devolucion. "
                       DISPLAY "Estado: " WS-DEVOL-STATUS
                       MOVE "PRINCIPAL" TO WS-INC-PARRAFO
                       MOVE "DEVOLUCIONES-INDEXADO.dat"
                           TO WS-INC-ARCHIVO
                       MOVE WS-DEVOL-STATUS TO WS-INC-ESTADO
                       MOVE DEVOLUCION-ID TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   END-WRITE

                   IF WS-DEVOL-STATUS = "00"
                       ELSE
                           PERFORM GRABAR-MERMA-DEVOLUCION
                       END-IF
                       IF WS-HAY-TICKETS = "S"
                           PERFORM RECTIFICAR-TICKET-FACTURADO
                       END-IF
                       IF DV-REEMBOLSO-VALE
                           PERFORM EMITIR-VALE-DEVOLUCION
                       END-IF
           CLOSE VALES.
           STOP RUN.

      *----------------------- OPERADOR DE LA CAJA -----------------------
      * Mismo criterio que ALTA-VENTAS: el turno abierto de esta caja
      * en SESIONES-CAJA-INDEXADO.dat dice quien esta en el cajon.
       BUSCAR-OPERADOR-CAJA.
           MOVE SPACES TO WS-OPERADOR-CAJA
           OPEN INPUT SESIONES
           IF WS-SESIONES-STATUS = "00"
               MOVE "N" TO WS-SESION-EOF
               PERFORM UNTIL WS-SESION-EOF = "S"
                   READ SESIONES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-SESION-EOF
                       NOT AT END
                           IF SESION-ABIERTA AND
                              SESION-TERMINAL = DV-TERMINAL
                               MOVE SESION-OPERADOR TO WS-OPERADOR-CAJA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESIONES
           END-IF
           IF WS-OPERADOR-CAJA = SPACES
               ACCEPT WS-OPERADOR-CAJA FROM ENVIRONMENT "OPERADOR"
           END-IF.

      *----------------------- REEMBOLSO AL CLIENTE -----------------------
      * El dinero de la devolucion sale por caja (efectivo del cajon)
      * o se queda en la tienda como vale de compra numerado; tambien
               END-READ
           END-IF.

      *----------------------- FACTURA RECTIFICATIVA ----------------------
      * Si el ticket de la venta devuelta ya esta facturado, su
      * factura no puede quedar en pie: se rectifica por el importe
      * devuelto con el tipo de IVA del producto.
       RECTIFICAR-TICKET-FACTURADO.
           MOVE VE-TICKET-NUMERO TO TICKET-NUMERO
           READ TICKETS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TICKET-YA-FACTURADO
                       PERFORM EMITIR-RECTIFICATIVA-DEVOL
                   END-IF
           END-READ.

       EMITIR-RECTIFICATIVA-DEVOL.
           IF PRODUCTO-TIPO-IVA NUMERIC AND
              (PRODUCTO-TIPO-IVA = 4 OR PRODUCTO-TIPO-IVA = 10)
               MOVE PRODUCTO-TIPO-IVA TO WS-RECT-TASA
           ELSE
               MOVE PA-IVA-GENERAL TO WS-RECT-TASA
           END-IF
           MOVE SPACES TO WS-RECT-CONCEPTO
           STRING "DEVOLUCION " DEVOLUCION-ID " - " DV-UNIDADES
               " UD. PROD. " DV-PRODUCTO-ID
               DELIMITED BY SIZE INTO WS-RECT-CONCEPTO
           CALL "EMITIR-RECTIFICATIVA" USING TICKET-NUMERO,
               TICKET-FECHA, TICKET-CLIENTE-ID, WS-RECT-MOTIVO,
               DEVOLUCION-ID, WS-RECT-CONCEPTO, WS-IMPORTE-DEVUELTO,
               WS-RECT-TASA, WS-RECT-NUMERO.

      *----------------------- VALE DE COMPRA -----------------------------
      * El importe reembolsado como vale queda en un vale numerado con
      * la vigencia de los parametros (PA-DIAS-VALE). La caja lo
      * acepta despues como pago de un ticket y lo marca usado.
       EMITIR-VALE-DEVOLUCION.
           MOVE VALE-CONTADOR TO VALE-NUMERO
           MOVE FUNCTION CURRENT-DATE(1:8) TO VALE-FECHA-EMISION
           MOVE WS-IMPORTE-DEVUELTO TO VALE-IMPORTE
           COMPUTE VALE-CADUCIDAD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(VALE-FECHA-EMISION) +
               PA-DIAS-VALE)
           MOVE DEVOLUCION-ID TO VALE-DEVOLUCION-ID
           MOVE "V" TO VALE-ESTADO
           MOVE ZEROES TO VALE-FECHA-USO
           WRITE VALE-REGISTRO INVALID KEY
               DISPLAY "Error al emitir el vale. Estado: "
                   WS-VALES-STATUS
               MOVE "EMITIR-VALE-DEVOLUCION" TO WS-INC-PARRAFO
               MOVE "VALES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VALES-STATUS TO WS-INC-ESTADO
               MOVE VALE-NUMERO TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-VALES-STATUS = "00"
               DISPLAY "VALE NUMERO " VALE-NUMERO " EMITIDO."
           MOVE DV-UNIDADES TO KARDEX-UNIDADES
           MOVE PRODUCTO-STOCK TO KARDEX-STOCK-RESULTANTE
           MOVE PRODUCTO-COSTO TO KARDEX-COSTO-UNITARIO
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO KARDEX-COSTO-UNITARIO
           END-IF
           COMPUTE KARDEX-VALOR =
               KARDEX-UNIDADES * KARDEX-COSTO-UNITARIO
           WRITE KARDEX-REGISTRO.
                   DISPLAY "Producto no encontrado: " DV-PRODUCTO-ID
           END-EVALUATE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "ALTA-DEVOLUCION" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM ALTA-DEVOLUCION.
