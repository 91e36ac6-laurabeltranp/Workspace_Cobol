       01 WS-VENTAS-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-TXT-STATUS PIC XX.
       01 WS-RETIRADO PIC X VALUE "N".
       01 WS-FECHA-RETIRO PIC 9(8) VALUE ZEROES.
       01 WS-FUSIONADO-EN PIC 9(6) VALUE ZEROES.
       01 WS-NOMBRE-TXT PIC X(40).
      *----------------------- JUEGO DE ARCHIVOS --------------------------
      * Con el modo practica activo se leen los mismos archivos
       01 WS-SUMA-LINEAS PIC 9(7)V99.
       01 WS-DESCUENTOS PIC S9(7)V99.
       01 WS-AHORRO-LINEA PIC 9(5)V99.
       01 WS-PG PIC 9.
      * QR de cotejo del registro de facturacion (VERI*FACTU): se
      * reconstruye con los datos del ticket, en trozos de 40.
       01 WS-VF-OPERACION PIC X VALUE "Q".
       01 WS-VF-SERIE PIC X VALUE "T".
       01 WS-VF-TIPO PIC XX VALUE "F2".
       01 WS-VF-CUOTA PIC S9(7)V99 VALUE ZEROES.
       01 WS-VF-IMPORTE PIC S9(7)V99.
       01 WS-VF-QR PIC X(200).
       01 WS-QR-POS PIC 9(3).

      *----------------------- DATOS DEL COMERCIO -------------------------
      * Nuestros datos para la cabecera del ticket, centrados en las
      * 40 columnas a partir de los parametros de la tienda.
       01 TIENDA-NOMBRE PIC X(40) VALUE
           "    ULTRAMARINOS LA ESQUINA S.L.".
       01 TIENDA-TELEFONO PIC X(40) VALUE
           "        TEL: 955 000 000".
       01 TIK-SEPARADOR PIC X(40) VALUE ALL "-".
           COPY PARAMETRO.
       01 WS-TEXTO-CENTRAR PIC X(40).
       01 WS-LARGO-TEXTO PIC 99.
       01 WS-MARGEN PIC 99.

      *----------------------- LAYOUT DE 40 COLUMNAS ----------------------
       01 TIK-CABECERA.
           05 FILLER PIC X(17) VALUE "DESCUENTOS.....:".
           05 FILLER PIC X(13) VALUE SPACES.
           05 TD-DESCUENTO PIC Z(6)9.99.
       01 TIK-DTO-PERSONAL-LINEA.
           05 FILLER PIC X(17) VALUE "DTO. PERSONAL..:".
           05 FILLER PIC X(13) VALUE SPACES.
           05 TD-DTO-PERSONAL PIC Z(6)9.99.
       01 TIK-EMPLEADO-LINEA.
           05 FILLER PIC X(17) VALUE "COMPRA PERSONAL:".
           05 FILLER PIC X VALUE SPACE.
           05 TD-EMPLEADO PIC X(8).
       01 TIK-TOTAL-LINEA.
           05 FILLER PIC X(17) VALUE "TOTAL EUR......:".
           05 FILLER PIC X(13) VALUE SPACES.
       01 TIK-PAGO-LINEA.
           05 FILLER PIC X(6) VALUE "PAGO: ".
           05 TP-MEDIO PIC X(20).
      *> Pago mixto: una linea por medio con su importe.
       01 TIK-PAGO-DESGLOSE.
           05 FILLER PIC X(6) VALUE "PAGO: ".
           05 TPD-MEDIO PIC X(17).
           05 FILLER PIC X(7) VALUE SPACES.
           05 TPD-IMPORTE PIC Z(6)9.99.
       01 TIK-ENTREGADO-LINEA.
           05 FILLER PIC X(17) VALUE "ENTREGADO......:".
           05 FILLER PIC X(13) VALUE SPACES.
           05 TE-ENTREGADO PIC Z(6)9.99.
       01 TIK-CAMBIO-LINEA.
           05 FILLER PIC X(17) VALUE "CAMBIO.........:".
           05 FILLER PIC X(13) VALUE SPACES.
           05 TE-CAMBIO PIC Z(6)9.99.
       01 TIK-GRACIAS PIC X(40) VALUE
           "     GRACIAS POR SU COMPRA".
       01 TIK-VERIFACTU PIC X(40) VALUE
           "  FACTURA SIMPLIFICADA - VERI*FACTU".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-TICKET-NUMERO PIC 9(6).
      * para reconstruir cualquier ticket pasado con el mismo formato.
       INICIO.
           PERFORM CARGAR-MODO-PRACTICA
           PERFORM CARGAR-PARAMETROS

           OPEN INPUT TICKETS
           IF WS-TICKETS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir TICKETS-INDEXADO.dat. Estado: "
                   WS-TICKETS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE WS-ARCH-TICKETS TO WS-INC-ARCHIVO
               MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

               MOVE "PRACTICA-producto.dat" TO WS-ARCH-PRODUCTO
           END-IF.

      *> Cabecera y pie del ticket desde PARAMETROS.dat; un pie en
      *> blanco deja el de siempre.
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NOMBRE TO WS-TEXTO-CENTRAR
           PERFORM CENTRAR-TEXTO
           MOVE WS-TEXTO-CENTRAR TO TIENDA-NOMBRE
           MOVE SPACES TO WS-TEXTO-CENTRAR
           STRING "TEL: " PA-TIENDA-TELEFONO(1:3) " "
               PA-TIENDA-TELEFONO(4:3) " " PA-TIENDA-TELEFONO(7:3)
               DELIMITED BY SIZE INTO WS-TEXTO-CENTRAR
           PERFORM CENTRAR-TEXTO
           MOVE WS-TEXTO-CENTRAR TO TIENDA-TELEFONO
           IF PA-PIE-TICKET NOT = SPACES
               MOVE PA-PIE-TICKET TO WS-TEXTO-CENTRAR
               PERFORM CENTRAR-TEXTO
               MOVE WS-TEXTO-CENTRAR TO TIK-GRACIAS
           END-IF.

       CENTRAR-TEXTO.
           IF WS-TEXTO-CENTRAR NOT = SPACES
               COMPUTE WS-LARGO-TEXTO = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-TEXTO-CENTRAR))
               COMPUTE WS-MARGEN = (40 - WS-LARGO-TEXTO) / 2
               IF WS-MARGEN > 0
                   MOVE FUNCTION TRIM(WS-TEXTO-CENTRAR)
                       TO WS-TEXTO-CENTRAR(WS-MARGEN + 1:)
                   MOVE SPACES TO WS-TEXTO-CENTRAR(1:WS-MARGEN)
               END-IF
           END-IF.

       ESCRIBIR-CABECERA.
           MOVE TIENDA-NOMBRE TO TIK-LINEA
           WRITE TIK-LINEA
               END-READ
           END-PERFORM.

      *> Producto ya purgado del maestro: el ticket antiguo lo
      *> nombra con la ficha que tenia al retirarse.
       BUSCAR-PRODUCTO-RETIRADO.
           CALL "CONSULTAR-RETIRADO" USING VE-PRODUCTO-ID,
               WS-RETIRADO, WS-FECHA-RETIRO, WS-FUSIONADO-EN,
               PRODUCTO-REGISTRO
           IF WS-RETIRADO NOT = "S"
               MOVE "(PRODUCTO DESCONOCIDO)" TO PRODUCTO-DESCRIP
               MOVE ZEROES TO PRODUCTO-PRECIO
           END-IF.

       ESCRIBIR-UNA-LINEA.
           MOVE VE-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   PERFORM BUSCAR-PRODUCTO-RETIRADO
           END-READ
           MOVE PRODUCTO-DESCRIP TO TD-DESCRIP
           MOVE UNIDADES TO TD-UNIDADES
       ESCRIBIR-PIE.
           MOVE TIK-SEPARADOR TO TIK-LINEA
           WRITE TIK-LINEA
      *> Las promociones del ticket no se guardan linea a linea: se
      *> muestran como la diferencia entre la suma de lineas y el
      *> total del ticket (en tickets anteriores al pago mixto esa
      *> diferencia incluye tambien los vales y puntos canjeados).
      *> El descuento de personal va en su propia linea.
           COMPUTE WS-DESCUENTOS = WS-SUMA-LINEAS - TICKET-TOTAL -
               TICKET-DTO-PERSONAL
           IF WS-DESCUENTOS > 0
               MOVE WS-DESCUENTOS TO TD-DESCUENTO
               MOVE TIK-DESCUENTO-LINEA TO TIK-LINEA
               WRITE TIK-LINEA
           END-IF
           IF TICKET-EMPLEADO NOT = SPACES
               MOVE TICKET-EMPLEADO TO TD-EMPLEADO
               MOVE TIK-EMPLEADO-LINEA TO TIK-LINEA
               WRITE TIK-LINEA
               MOVE TICKET-DTO-PERSONAL TO TD-DTO-PERSONAL
               MOVE TIK-DTO-PERSONAL-LINEA TO TIK-LINEA
               WRITE TIK-LINEA
           END-IF
           MOVE TICKET-TOTAL TO TT-TOTAL
           MOVE TIK-TOTAL-LINEA TO TIK-LINEA
           WRITE TIK-LINEA
           IF TICKET-PAGOS-CANT = 0
               EVALUATE TRUE
                   WHEN TICKET-PAGO-EFECTIVO
                       MOVE "EFECTIVO" TO TP-MEDIO
                   WHEN TICKET-PAGO-TARJETA
                       MOVE "TARJETA" TO TP-MEDIO
                   WHEN TICKET-PAGO-CUENTA
                       MOVE "A CUENTA (FIADO)" TO TP-MEDIO
                   WHEN OTHER
                       MOVE "OTRO" TO TP-MEDIO
               END-EVALUATE
               MOVE TIK-PAGO-LINEA TO TIK-LINEA
               WRITE TIK-LINEA
           ELSE
               PERFORM VARYING WS-PG FROM 1 BY 1
                   UNTIL WS-PG > TICKET-PAGOS-CANT
                   PERFORM ESCRIBIR-LINEA-PAGO
               END-PERFORM
           END-IF
           IF TICKET-ENTREGADO > 0
               MOVE TICKET-ENTREGADO TO TE-ENTREGADO
               MOVE TIK-ENTREGADO-LINEA TO TIK-LINEA
               WRITE TIK-LINEA
               MOVE TICKET-CAMBIO TO TE-CAMBIO
               MOVE TIK-CAMBIO-LINEA TO TIK-LINEA
               WRITE TIK-LINEA
           END-IF
           MOVE TIK-SEPARADOR TO TIK-LINEA
           WRITE TIK-LINEA
           IF WS-MODO-PRACTICA = "N"
               PERFORM ESCRIBIR-QR
           END-IF
           MOVE TIK-GRACIAS TO TIK-LINEA
           WRITE TIK-LINEA.

       ESCRIBIR-QR.
           MOVE TICKET-TOTAL TO WS-VF-IMPORTE
           CALL "REGISTRAR-FACTURACION" USING WS-VF-OPERACION,
               WS-VF-SERIE, TICKET-NUMERO, TICKET-FECHA, WS-VF-TIPO,
               WS-VF-CUOTA, WS-VF-IMPORTE, WS-VF-QR
           MOVE TIK-VERIFACTU TO TIK-LINEA
           WRITE TIK-LINEA
           MOVE "QR:" TO TIK-LINEA
           WRITE TIK-LINEA
           PERFORM VARYING WS-QR-POS FROM 1 BY 40
               UNTIL WS-QR-POS > 200
               IF WS-VF-QR(WS-QR-POS:40) NOT = SPACES
                   MOVE WS-VF-QR(WS-QR-POS:40) TO TIK-LINEA
                   WRITE TIK-LINEA
               END-IF
           END-PERFORM
           MOVE TIK-SEPARADOR TO TIK-LINEA
           WRITE TIK-LINEA.

       ESCRIBIR-LINEA-PAGO.
           EVALUATE TRUE
               WHEN TICKET-PL-EFECTIVO(WS-PG)
                   MOVE "EFECTIVO" TO TPD-MEDIO
               WHEN TICKET-PL-TARJETA(WS-PG)
                   MOVE "TARJETA" TO TPD-MEDIO
               WHEN TICKET-PL-CUENTA(WS-PG)
                   MOVE "A CUENTA (FIADO)" TO TPD-MEDIO
               WHEN TICKET-PL-VALE(WS-PG)
                   MOVE "VALE DE COMPRA" TO TPD-MEDIO
               WHEN TICKET-PL-PUNTOS(WS-PG)
                   MOVE "PUNTOS" TO TPD-MEDIO
               WHEN TICKET-PL-NOMINA(WS-PG)
                   MOVE "CARGO A NOMINA" TO TPD-MEDIO
               WHEN TICKET-PL-CUPON(WS-PG)
                   MOVE "CUPON FABRICANTE" TO TPD-MEDIO
               WHEN OTHER
                   MOVE "OTRO" TO TPD-MEDIO
           END-EVALUATE
           MOVE TICKET-PAGO-IMPORTE(WS-PG) TO TPD-IMPORTE
           MOVE TIK-PAGO-DESGLOSE TO TIK-LINEA
           WRITE TIK-LINEA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "IMPRIMIR-TICKET" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM IMPRIMIR-TICKET.
