       01 WS-PRODUCTO-TARIFA PIC 9(6).
       01 WS-COSTO-EDIT PIC Z(4)9.99.
       01 WS-DESCUENTO-EDIT PIC Z9.99.
       01 WS-FECHA-CAMBIO PIC 9(8).
       01 WS-TASA-CAMBIO PIC 9(4)V9(6).
       01 WS-CAMBIO-ENCONTRADO PIC X.
       01 TARIFA-DETALLE.
           05 TD-PRODUCTO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TD-UXC PIC Z(3)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TD-MINIMO PIC Z(5)9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- TARIFAS DE PROVEEDOR -----------------------
           IF WS-TARIFAS-STATUS NOT = "00"
               DISPLAY "Error al abrir TARIFAS-INDEXADO.dat. Estado: "
                   WS-TARIFAS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "TARIFAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-TARIFAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           IF WS-PROVEEDOR-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PROVEEDOR-INDEXADO.dat. "
                   "Estado: " WS-PROVEEDOR-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PROVEEDOR-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PROVEEDOR-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE TARIFAS
               GOBACK
           END-IF
                       WRITE TARIFA-REGISTRO INVALID KEY
                           DISPLAY "Error al grabar la tarifa. "
                               "Estado: " WS-TARIFAS-STATUS
                           MOVE "CARGAR-TARIFA" TO WS-INC-PARRAFO
                           MOVE "TARIFAS-INDEXADO.dat" TO WS-INC-ARCHIVO
                           MOVE WS-TARIFAS-STATUS TO WS-INC-ESTADO
                           MOVE TA-CLAVE TO WS-INC-CLAVE
                           PERFORM REGISTRAR-INCIDENCIA
                       END-WRITE
                       IF WS-TARIFAS-STATUS = "00"
                           DISPLAY "Tarifa cargada."
           END-IF
           DISPLAY "Moneda del acuerdo (EUR por omision): "
           ACCEPT TA-MONEDA
           MOVE FUNCTION UPPER-CASE(TA-MONEDA) TO TA-MONEDA
           IF TA-MONEDA = SPACES
               MOVE "EUR" TO TA-MONEDA
           END-IF
      *> Los costes en divisa se pasan a euros con la tabla de
      *> cambios: se avisa si la divisa todavia no tiene ninguno.
           IF TA-MONEDA NOT = "EUR"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CAMBIO
               CALL "TIPO-CAMBIO" USING TA-MONEDA, WS-FECHA-CAMBIO,
                   WS-TASA-CAMBIO, WS-CAMBIO-ENCONTRADO
               IF WS-CAMBIO-ENCONTRADO NOT = "S"
                   DISPLAY "AVISO: NO HAY TIPO DE CAMBIO CARGADO PARA "
                       TA-MONEDA ". CARGUELO EN TIPOS DE CAMBIO."
               END-IF
           END-IF
           DISPLAY "Unidades por caja (0 = se pide por unidad): "
           ACCEPT TA-UNIDADES-CAJA
           IF TA-UNIDADES-CAJA NOT NUMERIC
               END-READ
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-TARIFAS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-TARIFAS.
