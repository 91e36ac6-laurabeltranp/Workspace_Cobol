       01 WS-AUX-BISIESTO PIC 9(4).
       01 WS-RESTO-BISIESTO PIC 9.

      *----------------------- DIFERENCIAS DE CAMBIO ----------------------
      * Facturas en divisa: se pagan al cambio del dia del pago y la
      * diferencia con los euros contabilizados al cambio de la
      * factura es la diferencia de cambio (positiva = perdida,
      * pagamos mas euros de los registrados).
       01 WS-EN-DIVISA PIC X VALUE "N".
       01 WS-TASA-PAGO PIC 9(4)V9(6).
       01 WS-CAMBIO-ENCONTRADO PIC X.
       01 WS-DIFERENCIA PIC S9(7)V99.
       01 WS-DESDE PIC 9(8).
       01 WS-HASTA PIC 9(8).
       01 WS-CANT-DIVISA PIC 9(5) VALUE ZEROES.
       01 WS-TOTAL-EUR-FACTURA PIC 9(9)V99 VALUE ZEROES.
       01 WS-TOTAL-EUR-PAGADO PIC 9(9)V99 VALUE ZEROES.
       01 WS-TOTAL-DIFERENCIA PIC S9(9)V99 VALUE ZEROES.
       01 WS-DIFERENCIA-EDIT PIC -(8)9.99.
       01 WS-TASA-EDIT PIC Z(3)9.9(6).

       01 DETALLE-DIFERENCIA.
           05 DD-NUMERO PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-FECHA-PAGO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-MONEDA PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DD-TOTAL-DIVISA PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-EUR-FACTURA PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-EUR-PAGADO PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-DIFERENCIA PIC -(6)9.99.

       01 DETALLE-FACTURA.
           05 DF-NUMERO PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DF-VENCIMIENTO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DF-IMPORTE PIC Z(6)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- PAGOS A PROVEEDORES ------------------------
           IF WS-FACTURAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir FACTURAS-PROV-INDEXADO.dat. "
                   "Estado: " WS-FACTURAS-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "FACTURAS-PROV-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-FACTURAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-PROVEEDOR-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PROVEEDOR-INDEXADO.dat. "
                   "Estado: " WS-PROVEEDOR-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "PROVEEDOR-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PROVEEDOR-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE FACTURAS-PROV
               STOP RUN
           END-IF
               DISPLAY "1. ANTIGUEDAD DE LA DEUDA (AGING)."
               DISPLAY "2. CALENDARIO DE PAGOS DE LA SEMANA."
               DISPLAY "3. MARCAR UNA FACTURA COMO PAGADA."
               DISPLAY "4. REMESA DE TRANSFERENCIAS (SEPA)."
               DISPLAY "5. DIFERENCIAS DE CAMBIO EN PAGOS."
               DISPLAY "0. SALIR."
               DISPLAY "ELIJA UNA OPCION: "
               ACCEPT OPCION
                       PERFORM CALENDARIO-SEMANAL
                   WHEN 3
                       PERFORM MARCAR-FACTURA-PAGADA
                   WHEN 4
      *> REMESA-PAGOS-PROV abre los mismos archivos: se cierran antes
      *> y se reabren al volver.
                       CLOSE FACTURAS-PROV
                       CLOSE PROVEEDOR
                       CALL "REMESA-PAGOS-PROV"
                       OPEN I-O FACTURAS-PROV
                       OPEN INPUT PROVEEDOR
                   WHEN 5
                       PERFORM REPORTE-DIFERENCIAS-CAMBIO
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           MOVE "S" TO FP-PAGADA
                           MOVE WS-HOY TO FP-FECHA-PAGO
                           MOVE ZEROES TO FP-REMESA
                           PERFORM ANOTAR-CAMBIO-PAGO
                           REWRITE FACTURA-PROV-REGISTRO
                           IF WS-FACTURAS-STATUS = "00"
                               DISPLAY "Factura marcada como pagada."
                           ELSE
                               DISPLAY "Error al actualizar. Estado: "
                                   WS-FACTURAS-STATUS
                               MOVE "MARCAR-FACTURA-PAGADA"
                                   TO WS-INC-PARRAFO
                               MOVE "FACTURAS-PROV-INDEXADO.dat"
                                   TO WS-INC-ARCHIVO
                               MOVE WS-FACTURAS-STATUS TO WS-INC-ESTADO
                               MOVE FP-NUMERO-INTERNO TO WS-INC-CLAVE
                               PERFORM REGISTRAR-INCIDENCIA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *> Facturas anteriores a la divisa en cabecera vienen sin
      *> moneda: se tratan como euros.
       VER-MONEDA-FACTURA.
           IF FP-MONEDA = "EUR" OR FP-MONEDA = SPACES OR
              FP-MONEDA = LOW-VALUES
               MOVE "N" TO WS-EN-DIVISA
           ELSE
               MOVE "S" TO WS-EN-DIVISA
           END-IF.

      *> En euros lo pagado es el total contabilizado. En divisa se
      *> anota el cambio que aplico el banco (0 = el de la tabla a
      *> hoy) y los euros que realmente salieron.
       ANOTAR-CAMBIO-PAGO.
           PERFORM VER-MONEDA-FACTURA
           IF WS-EN-DIVISA = "N"
               MOVE 1 TO FP-TASA-PAGO
               MOVE FP-TOTAL TO FP-PAGADO-EUR
           ELSE
               MOVE FP-TOTAL-DIVISA TO WS-IMPORTE-EDIT
               DISPLAY "Factura de " WS-IMPORTE-EDIT " " FP-MONEDA "."
               DISPLAY "Cambio del pago, " FP-MONEDA " por 1 EUR (sin "
                   "punto, seis decimales; 0 = tabla a hoy): "
               ACCEPT WS-TASA-PAGO
               IF WS-TASA-PAGO NOT NUMERIC OR WS-TASA-PAGO = 0
                   CALL "TIPO-CAMBIO" USING FP-MONEDA, WS-HOY,
                       WS-TASA-PAGO, WS-CAMBIO-ENCONTRADO
                   IF WS-CAMBIO-ENCONTRADO NOT = "S"
                       DISPLAY "NO HAY CAMBIO DE " FP-MONEDA
                           " CARGADO A " WS-HOY "."
                       MOVE ZEROES TO WS-TASA-PAGO
                       PERFORM UNTIL WS-TASA-PAGO NUMERIC AND
                                     WS-TASA-PAGO > 0
                           DISPLAY "Cambio del pago: "
                           ACCEPT WS-TASA-PAGO
                       END-PERFORM
                   END-IF
               END-IF
               MOVE WS-TASA-PAGO TO FP-TASA-PAGO
               COMPUTE FP-PAGADO-EUR ROUNDED =
                   FP-TOTAL-DIVISA / WS-TASA-PAGO
               COMPUTE WS-DIFERENCIA = FP-PAGADO-EUR - FP-TOTAL
               MOVE WS-TASA-PAGO TO WS-TASA-EDIT
               MOVE FP-PAGADO-EUR TO WS-IMPORTE-EDIT
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDIT
               DISPLAY "Pagado EUR " WS-IMPORTE-EDIT " al cambio "
                   WS-TASA-EDIT ". Diferencia de cambio: "
                   WS-DIFERENCIA-EDIT
           END-IF.

      *----------------------- DIFERENCIAS DE CAMBIO ----------------------
      * Facturas en divisa pagadas en el periodo: importe en divisa,
      * euros contabilizados al cambio de la factura, euros pagados
      * al cambio del pago y la diferencia. Los totales van solo en
      * euros (las divisas no se suman entre si).
       REPORTE-DIFERENCIAS-CAMBIO.
           DISPLAY "Pagos desde (AAAAMMDD): "
           ACCEPT WS-DESDE
           DISPLAY "Pagos hasta (AAAAMMDD, 0 = hoy): "
           ACCEPT WS-HASTA
           IF WS-HASTA NOT NUMERIC OR WS-HASTA = 0
               MOVE WS-HOY TO WS-HASTA
           END-IF
           IF WS-DESDE NOT NUMERIC
               MOVE ZEROES TO WS-DESDE
           END-IF
           MOVE ZEROES TO WS-CANT-DIVISA
           MOVE ZEROES TO WS-TOTAL-EUR-FACTURA
           MOVE ZEROES TO WS-TOTAL-EUR-PAGADO
           MOVE ZEROES TO WS-TOTAL-DIFERENCIA

           DISPLAY "----- DIFERENCIAS DE CAMBIO DEL " WS-DESDE " AL "
               WS-HASTA " -----"
           DISPLAY "FACTURA PAGO     DIVISA    IMPORTE  EUR FACTURA"
               "  EUR PAGADO  DIFERENCIA"

           MOVE "N" TO WS-EOF
           MOVE 0 TO FP-NUMERO-INTERNO
           START FACTURAS-PROV KEY IS GREATER THAN FP-NUMERO-INTERNO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ FACTURAS-PROV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF FP-YA-PAGADA AND
                          FP-FECHA-PAGO >= WS-DESDE AND
                          FP-FECHA-PAGO <= WS-HASTA
                           PERFORM VER-MONEDA-FACTURA
                           IF WS-EN-DIVISA = "S"
                               PERFORM MOSTRAR-DIFERENCIA-CAMBIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "---------------------------------------------"
           DISPLAY "FACTURAS EN DIVISA PAGADAS: " WS-CANT-DIVISA
           MOVE WS-TOTAL-EUR-FACTURA TO WS-IMPORTE-EDIT
           DISPLAY "EUR AL CAMBIO DE FACTURA..: " WS-IMPORTE-EDIT
           MOVE WS-TOTAL-EUR-PAGADO TO WS-IMPORTE-EDIT
           DISPLAY "EUR AL CAMBIO DEL PAGO....: " WS-IMPORTE-EDIT
           MOVE WS-TOTAL-DIFERENCIA TO WS-DIFERENCIA-EDIT
           DISPLAY "DIFERENCIA DE CAMBIO......: " WS-DIFERENCIA-EDIT
           IF WS-TOTAL-DIFERENCIA > 0
               DISPLAY "(PERDIDA POR DIFERENCIAS DE CAMBIO)"
           ELSE
               IF WS-TOTAL-DIFERENCIA < 0
                   DISPLAY "(BENEFICIO POR DIFERENCIAS DE CAMBIO)"
               END-IF
           END-IF.

       MOSTRAR-DIFERENCIA-CAMBIO.
           ADD 1 TO WS-CANT-DIVISA
           COMPUTE WS-DIFERENCIA = FP-PAGADO-EUR - FP-TOTAL
           ADD FP-TOTAL TO WS-TOTAL-EUR-FACTURA
           ADD FP-PAGADO-EUR TO WS-TOTAL-EUR-PAGADO
           ADD WS-DIFERENCIA TO WS-TOTAL-DIFERENCIA
           MOVE FP-NUMERO-INTERNO TO DD-NUMERO
           MOVE FP-FECHA-PAGO TO DD-FECHA-PAGO
           MOVE FP-MONEDA TO DD-MONEDA
           MOVE FP-TOTAL-DIVISA TO DD-TOTAL-DIVISA
           MOVE FP-TOTAL TO DD-EUR-FACTURA
           MOVE FP-PAGADO-EUR TO DD-EUR-PAGADO
           MOVE WS-DIFERENCIA TO DD-DIFERENCIA
           DISPLAY DETALLE-DIFERENCIA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-PAGOS-PROV" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-PAGOS-PROV.
