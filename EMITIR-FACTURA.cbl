       01 WS-CUOTA PIC 9(7)V99.
       01 WS-BASE-SUM PIC 9(9)V99.
       01 WS-IMPORTE-SUM PIC 9(9)V99.
      * Depositos de envase del ticket: no son base de IVA. Van en el
      * total de la factura como importe no sujeto, aparte de la base.
       01 WS-DEPOSITO-SUM PIC 9(9)V99.
       01 WS-TOTAL-GRAVADO PIC 9(9)V99.
       01 WS-NO-SUJETO PIC 9(7)V99.
      * Verificacion de letra de DNI/NIE, mismo esquema que el alta
      * de proveedor.
       01 WS-NIF-OK PIC X VALUE "N".
       01 WS-LETRA-CALCULADA PIC X.
       01 WS-NIE-PREFIJO-DIGITO PIC 9.
       01 WS-IMPORTE-EDIT PIC Z(6)9.99.
      * Registro de facturacion (VERI*FACTU): alta al emitir, solo
      * el QR al reimprimir. La factura con NIF sustituye a la
      * simplificada que fue el ticket: tipo F3.
       01 WS-VF-OPERACION PIC X.
       01 WS-VF-SERIE PIC X VALUE "F".
       01 WS-VF-TIPO PIC XX VALUE "F3".
       01 WS-VF-CUOTA PIC S9(7)V99.
       01 WS-VF-IMPORTE PIC S9(7)V99.
       01 WS-VF-QR PIC X(200).

       01 TIENDA-NOMBRE PIC X(40) VALUE
           "ULTRAMARINOS LA ESQUINA S.L.".
       01 TIENDA-NIF PIC X(20) VALUE "NIF: B-00000000".
       01 TIENDA-TELEFONO PIC X(20) VALUE "TEL: 955 000 000".
       01 TIENDA-DIRECCION PIC X(40) VALUE "C/ MAYOR, 1".
       01 TIENDA-POBLACION PIC X(40) VALUE "41001 SEVILLA".
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.

       01 FAC-CABECERA.
           05 FILLER PIC X(25) VALUE "FACTURA SIMPLIFICADA NO. ".
       01 FAC-TOTALES.
           05 FT-ETIQUETA PIC X(30).
           05 FT-IMPORTE PIC Z(6)9.99.
       01 FAC-VERIFACTU PIC X(80) VALUE
           "VERI*FACTU - FACTURA VERIFICABLE EN LA SEDE DE LA AEAT".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- FACTURA SIMPLIFICADA -----------------------
      * con las lineas del ticket. Un ticket ya facturado se reimprime
      * con su numero original: jamas se emite dos veces.
       INICIO.
           PERFORM CARGAR-PARAMETROS
      *> I-O: el ticket facturado queda marcado para que la factura
      *> mensual consolidada de su cliente no lo incluya tambien.
           OPEN I-O TICKETS
           IF WS-TICKETS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir TICKETS-INDEXADO.dat. Estado: "
                   WS-TICKETS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "TICKETS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           OPEN INPUT VENTAS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE "Q" TO WS-VF-OPERACION
                                   PERFORM OBTENER-QR-FACTURA
                                   PERFORM GENERAR-DOCUMENTO-FACTURA
                           END-READ
                       ELSE
           MOVE WS-NIF-CLIENTE TO FE-CLIENTE-NIF
           PERFORM CALCULAR-IVA-TICKET
           MOVE TICKET-TOTAL TO FE-TOTAL
           MOVE 0 TO FE-MES
           WRITE FACTURA-EMITIDA-REGISTRO INVALID KEY
               DISPLAY "Error al grabar la factura. Estado: "
                   WS-FACTURAS-STATUS
               MOVE "EMITIR-FACTURA-NUEVA" TO WS-INC-PARRAFO
               MOVE "FACTURAS-EMITIDAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-FACTURAS-STATUS TO WS-INC-ESTADO
               MOVE FE-NUMERO TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-FACTURAS-STATUS = "00"
               DISPLAY "FACTURA " FE-NUMERO " EMITIDA."
               MOVE "S" TO TICKET-FACTURADO
               REWRITE TICKET-REGISTRO
               MOVE "A" TO WS-VF-OPERACION
               PERFORM OBTENER-QR-FACTURA
               PERFORM GENERAR-DOCUMENTO-FACTURA
           END-IF.

      *> Alta en el registro de facturacion encadenado (o solo el QR
      *> si la factura ya estaba registrada).
       OBTENER-QR-FACTURA.
           MOVE FE-CUOTA-IVA TO WS-VF-CUOTA
           MOVE FE-TOTAL TO WS-VF-IMPORTE
           CALL "REGISTRAR-FACTURACION" USING WS-VF-OPERACION,
               WS-VF-SERIE, FE-NUMERO, FE-FECHA, WS-VF-TIPO,
               WS-VF-CUOTA, WS-VF-IMPORTE, WS-VF-QR.

      *> El contador se lee y reescribe en el acto: si el archivo no
      *> existe todavia la numeracion arranca en 1.
       TOMAR-NUMERO-FACTURA.
      *----------------------- DESGLOSE DE IVA ----------------------------
      * Deshace el IVA de cada linea con el tipo del producto y
      * prorratea los descuentos de caja (puntos, vales) cuando la
      * suma de lineas no coincide con el total cobrado. Los
      * depositos de envase se apartan antes: no llevan IVA.
       CALCULAR-IVA-TICKET.
           MOVE ZEROES TO WS-BASE-SUM
           MOVE ZEROES TO WS-IMPORTE-SUM
           MOVE ZEROES TO WS-DEPOSITO-SUM
           MOVE "N" TO WS-EOF
           MOVE 0 TO VENTAS-ID
           START VENTAS KEY IS NOT LESS VENTAS-ID
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF VE-TICKET-NUMERO = WS-TICKET-BUSCADO
                           IF VE-ES-DEPOSITO
                               ADD VE-IMPORTE TO WS-DEPOSITO-SUM
                           ELSE
                               PERFORM SUMAR-BASE-LINEA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEPOSITO-SUM > TICKET-TOTAL
               MOVE TICKET-TOTAL TO WS-DEPOSITO-SUM
           END-IF
           COMPUTE WS-TOTAL-GRAVADO = TICKET-TOTAL - WS-DEPOSITO-SUM
           IF WS-IMPORTE-SUM = 0
               COMPUTE FE-BASE ROUNDED =
                   WS-TOTAL-GRAVADO / (1 + WS-TIPO-IVA / 100)
           ELSE
               COMPUTE FE-BASE ROUNDED = WS-BASE-SUM
                   * WS-TOTAL-GRAVADO / WS-IMPORTE-SUM
           END-IF
           COMPUTE FE-CUOTA-IVA = WS-TOTAL-GRAVADO - FE-BASE.

       SUMAR-BASE-LINEA.
           MOVE VE-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   MOVE PA-IVA-GENERAL TO WS-TASA-LINEA
               NOT INVALID KEY
                   IF PRODUCTO-TIPO-IVA NUMERIC AND
                      (PRODUCTO-TIPO-IVA = 4 OR
                       PRODUCTO-TIPO-IVA = 10)
                       MOVE PRODUCTO-TIPO-IVA TO WS-TASA-LINEA
                   ELSE
                       MOVE PA-IVA-GENERAL TO WS-TASA-LINEA
                   END-IF
           END-READ
           COMPUTE WS-BASE ROUNDED =

           MOVE TIENDA-NOMBRE TO FAC-LINEA
           WRITE FAC-LINEA
           MOVE TIENDA-DIRECCION TO FAC-LINEA
           WRITE FAC-LINEA
           MOVE TIENDA-POBLACION TO FAC-LINEA
           WRITE FAC-LINEA
           MOVE TIENDA-NIF TO FAC-LINEA
           WRITE FAC-LINEA
           MOVE TIENDA-TELEFONO TO FAC-LINEA
           MOVE FE-CUOTA-IVA TO FT-IMPORTE
           MOVE FAC-TOTALES TO FAC-LINEA
           WRITE FAC-LINEA
      *> Lo que el total lleva fuera de base y cuota son los depositos
      *> de envase; sale igual en la reimpresion.
           COMPUTE WS-NO-SUJETO = FE-TOTAL - FE-BASE - FE-CUOTA-IVA
           IF WS-NO-SUJETO > 0
               MOVE "DEPOSITO ENVASES NO SUJETO:" TO FT-ETIQUETA
               MOVE WS-NO-SUJETO TO FT-IMPORTE
               MOVE FAC-TOTALES TO FAC-LINEA
               WRITE FAC-LINEA
           END-IF
           MOVE "TOTAL FACTURA EUR.........:" TO FT-ETIQUETA
           MOVE FE-TOTAL TO FT-IMPORTE
           MOVE FAC-TOTALES TO FAC-LINEA
           WRITE FAC-LINEA

           MOVE SPACES TO FAC-LINEA
           WRITE FAC-LINEA
           MOVE "QR:" TO FAC-LINEA
           WRITE FAC-LINEA
           MOVE WS-VF-QR(1:80) TO FAC-LINEA
           WRITE FAC-LINEA
           IF WS-VF-QR(81:80) NOT = SPACES
               MOVE WS-VF-QR(81:80) TO FAC-LINEA
               WRITE FAC-LINEA
           END-IF
           MOVE FAC-VERIFACTU TO FAC-LINEA
           WRITE FAC-LINEA

           CLOSE FACTURA-TXT
           DISPLAY "Documento generado: " WS-NOMBRE-TXT.

           MOVE FAC-DETALLE TO FAC-LINEA
           WRITE FAC-LINEA.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NOMBRE TO TIENDA-NOMBRE
           MOVE SPACES TO TIENDA-NIF
           STRING "NIF: " PA-TIENDA-NIF DELIMITED BY SIZE
               INTO TIENDA-NIF
           MOVE SPACES TO TIENDA-TELEFONO
           STRING "TEL: " PA-TIENDA-TELEFONO(1:3) " "
               PA-TIENDA-TELEFONO(4:3) " " PA-TIENDA-TELEFONO(7:3)
               DELIMITED BY SIZE INTO TIENDA-TELEFONO
           MOVE PA-TIENDA-DIRECCION TO TIENDA-DIRECCION
           MOVE PA-TIENDA-POBLACION TO TIENDA-POBLACION
           MOVE PA-IVA-GENERAL TO WS-TIPO-IVA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "EMITIR-FACTURA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM EMITIR-FACTURA.
