               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-STATUS.

      *> Albaranes de reparto (GESTION-ALBARANES): facturando por
      *> albaranes se toman los entregados en el mes.
           SELECT ALBARANES
               ASSIGN TO "ALBARANES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALB-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-ALBARANES-STATUS.

           SELECT ALBARANES-LINEAS
               ASSIGN TO "ALBARANES-LINEAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALL-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-LINEAS-STATUS.

           SELECT FACTURA-TXT
               ASSIGN TO DYNAMIC WS-NOMBRE-TXT
               ORGANIZATION IS LINE SEQUENTIAL
       FD FACTURAS.
           COPY FACTEMIT.

       FD ALBARANES.
           COPY ALBARAN.

       FD ALBARANES-LINEAS.
           COPY ALBLIN.

       FD FACTURA-CONTADOR.
       01 CONTADOR-REGISTRO.
           05 CONTADOR-ULTIMA-FACTURA PIC 9(6).
       01 WS-FACTURAS-STATUS PIC XX.
       01 WS-CONTADOR-STATUS PIC XX.
       01 WS-TXT-STATUS PIC XX.
       01 WS-ALBARANES-STATUS PIC XX.
       01 WS-LINEAS-STATUS PIC XX.
       01 WS-NOMBRE-TXT PIC X(30).
      *> T = factura los tickets del mes; A = los albaranes entregados.
       01 WS-MODO-FACTURA PIC X VALUE "T".
           88 WS-POR-TICKETS VALUE "T".
           88 WS-POR-ALBARANES VALUE "A".
       01 WS-EOF-LINEAS PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-CLI PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-I PIC 9(4).
       01 WS-J PIC 9(4).
       01 WS-TOTAL-EDIT PIC Z(6)9.99.
      * Registro de facturacion (VERI*FACTU). La consolidada de
      * tickets sustituye a las simplificadas que fueron esos tickets
      * (F3); la de albaranes es una factura completa (F1).
       01 WS-VF-OPERACION PIC X VALUE "A".
       01 WS-VF-SERIE PIC X VALUE "F".
       01 WS-VF-TIPO PIC XX.
       01 WS-VF-CUOTA PIC S9(7)V99.
       01 WS-VF-IMPORTE PIC S9(7)V99.
       01 WS-VF-QR PIC X(200).

      *----------------------- TICKETS DEL MES ----------------------------
      * Tickets del cliente en el mes, sin anular y sin facturar: los
       01 WS-TICKET-INCLUIDO PIC X.
       01 WS-TOTAL-FACTURA PIC 9(9)V99.

      *----------------------- ALBARANES DEL MES --------------------------
      * Albaranes del cliente entregados en el mes y sin facturar. Los
      * que salieron de un ticket dejan su ticket en TABLA-TICKETS-MES
      * para marcarlo facturado con ellos.
       01 WS-AM-CANT PIC 9(4) VALUE 0.
       01 TABLA-ALBARANES-MES.
           05 AM-ENTRADA OCCURS 500 TIMES.
               10 AM-NUMERO PIC 9(6).
               10 AM-FECHA-ENTREGA PIC 9(8).
               10 AM-TOTAL PIC 9(7)V99.
       01 WS-ALBARAN-VALIDO PIC X.

      *----------------------- LINEAS AGRUPADAS ---------------------------
      * Acumulado por producto de todas las lineas facturadas, y
      * desglose del IVA por tipo (4, 10, 21) con el importe a precio
               10 TG-PRODUCTO-ID PIC 9(6).
               10 TG-UNIDADES PIC 9(7)V999.
               10 TG-IMPORTE PIC 9(9)V99.
               10 TG-IMPORTE-TARIFA PIC 9(9)V99.
       01 WS-GRUPO-ENCONTRADO PIC X.
      *> Importe de la linea a precio de tarifa general y total del
      *> mes a tarifa, para mostrar lo que ahorra la tarifa pactada.
       01 WS-IMPORTE-TARIFA PIC 9(7)V99.
       01 WS-TOTAL-TARIFA PIC 9(9)V99.
       01 TABLA-IVA.
           05 TI-ENTRADA OCCURS 3 TIMES.
               10 TI-TASA PIC 9(2).
       01 WS-IMPORTE-PRORRATEADO PIC 9(9)V99.
       01 WS-CUOTA-PRORRATEADA PIC 9(9)V99.
       01 WS-BASE-TOTAL PIC 9(9)V99.
      * Depositos de envase de los tickets: no son base de IVA. El
      * prorrateo reparte solo lo cobrado sin ellos (total gravado) y
      * la factura los muestra aparte como importe no sujeto.
       01 WS-DEPOSITO-SUM PIC 9(9)V99.
       01 WS-TOTAL-GRAVADO PIC 9(9)V99.

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
           05 FILLER PIC X(21) VALUE "FACTURA NO. ".
       01 FAC-TICKETS-LINEA.
           05 FILLER PIC X(21) VALUE "TICKETS INCLUIDOS: ".
           05 FC-CANT-TICKETS PIC ZZZ9.
       01 FAC-ALBARANES-LINEA.
           05 FILLER PIC X(21) VALUE "ALBARANES INCLUIDOS: ".
           05 FC-CANT-ALBARANES PIC ZZZ9.
       01 FAC-ALBARAN-DETALLE.
           05 FILLER PIC X(10) VALUE "  ALBARAN ".
           05 FA-NUMERO PIC 9(6).
           05 FILLER PIC X(13) VALUE "  ENTREGADO ".
           05 FA-FECHA PIC 9(8).
           05 FILLER PIC X(7) VALUE "  EUR ".
           05 FA-TOTAL PIC Z(6)9.99.
       01 FAC-ENCABEZADO PIC X(80) VALUE
           "DESCRIPCION                     CANT        TARIFA   PRECIO 
      -    "    IMPORTE".
       01 FAC-DETALLE.
           05 FD-DESCRIP PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FD-UNIDADES PIC ZZZ9.999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FD-TARIFA PIC Z(4)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 FD-PRECIO PIC Z(4)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FD-IMPORTE PIC Z(6)9.99.
       01 FAC-TOTALES.
           05 FT-ETIQUETA PIC X(30).
           05 FT-IMPORTE PIC Z(6)9.99.
       01 FAC-VERIFACTU PIC X(80) VALUE
           "VERI*FACTU - FACTURA VERIFICABLE EN LA SEDE DE LA AEAT".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- FACTURA MENSUAL CONSOLIDADA ----------------
      * por tipo, numerada del mismo contador que las facturas
      * simplificadas. Cada ticket incluido queda marcado
      * TICKET-FACTURADO para que nada se facture dos veces.
      * Al cliente que se le reparte se le puede facturar en cambio
      * por albaranes entregados en el mes: el albaran queda marcado
      * facturado y, si salio de un ticket, el ticket tambien.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           OPEN INPUT CLIENTES
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir CLIENTES-INDEXADO.dat. "
                   "Estado: " WS-CLIENTES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "CLIENTES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-CLIENTES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           OPEN I-O TICKETS
           IF WS-TICKETS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir TICKETS-INDEXADO.dat. "
                   "Estado: " WS-TICKETS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "TICKETS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE CLIENTES
               STOP RUN
           END-IF
               IF WS-CLIENTE-PEDIDO NOT NUMERIC
                   MOVE 0 TO WS-CLIENTE-PEDIDO
               END-IF
               DISPLAY "Facturar por T=Tickets del mes / A=Albaranes "
                   "entregados (T): "
               ACCEPT WS-MODO-FACTURA
               MOVE FUNCTION UPPER-CASE(WS-MODO-FACTURA)
                   TO WS-MODO-FACTURA
               IF NOT WS-POR-ALBARANES
                   MOVE "T" TO WS-MODO-FACTURA
               END-IF
               IF WS-POR-ALBARANES
                   PERFORM ABRIR-ALBARANES
               END-IF
               IF WS-CLIENTE-PEDIDO > 0
                   MOVE WS-CLIENTE-PEDIDO TO CLIENTE-ID
                   READ CLIENTES
           CLOSE VENTAS
           CLOSE PRODUCTO
           CLOSE FACTURAS
           IF WS-POR-ALBARANES
               CLOSE ALBARANES
               CLOSE ALBARANES-LINEAS
           END-IF
           STOP RUN.

      *> Sin archivo de albaranes no hay nada que facturar por ellos.
       ABRIR-ALBARANES.
           OPEN I-O ALBARANES
           OPEN INPUT ALBARANES-LINEAS
           IF WS-ALBARANES-STATUS NOT = "00" OR
              WS-LINEAS-STATUS NOT = "00"
               DISPLAY "No se pudieron abrir los albaranes. Estado: "
                   WS-ALBARANES-STATUS " / " WS-LINEAS-STATUS
               MOVE "ABRIR-ALBARANES" TO WS-INC-PARRAFO
               MOVE "ALBARANES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-ALBARANES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
               CLOSE CLIENTES
               CLOSE TICKETS
               CLOSE VENTAS
               CLOSE PRODUCTO
               CLOSE FACTURAS
               STOP RUN
           END-IF.

       FACTURAR-TODOS-LOS-CLIENTES.
           MOVE "N" TO WS-EOF-CLI
           MOVE ZEROES TO CLIENTE-ID
               IF CLIENTE-DNI = SPACES
                   DISPLAY "SIN NIF CARGADO: NO SE FACTURA."
               ELSE
                   IF WS-POR-ALBARANES
                       PERFORM JUNTAR-ALBARANES-DEL-MES
                   ELSE
                       PERFORM JUNTAR-TICKETS-DEL-MES
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-POR-ALBARANES AND WS-AM-CANT = 0
                           DISPLAY "Sin albaranes entregados "
                               "pendientes de facturar en " WS-MES "."
                       WHEN WS-POR-TICKETS AND WS-TT-CANT = 0
                           DISPLAY "Sin tickets pendientes de "
                               "facturar en " WS-MES "."
                       WHEN OTHER
                           PERFORM CONFIRMAR-Y-EMITIR
                   END-EVALUATE
               END-IF
           END-IF.

                   "factura."
           END-IF.

      *> Se recorren todos los albaranes filtrando por cliente,
      *> igual que los tickets. El albaran de un ticket ya facturado
      *> por tickets no se vuelve a facturar.
       JUNTAR-ALBARANES-DEL-MES.
           MOVE 0 TO WS-AM-CANT
           MOVE 0 TO WS-TT-CANT
           MOVE ZEROES TO WS-TOTAL-FACTURA
           MOVE "N" TO WS-EOF
           MOVE 0 TO ALB-NUMERO
           START ALBARANES KEY IS NOT LESS THAN ALB-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ ALBARANES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF ALB-CLIENTE-ID = CLIENTE-ID AND
                          ALB-ENTREGADO AND
                          ALB-FECHA-ENTREGA(1:6) = WS-MES AND
                          NOT ALB-YA-FACTURADO
                           PERFORM ANOTAR-ALBARAN-MES
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-ALBARAN-MES.
           MOVE "S" TO WS-ALBARAN-VALIDO
           IF ALB-DE-TICKET
               MOVE ALB-ORIGEN-NUMERO TO TICKET-NUMERO
               READ TICKETS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TICKET-YA-FACTURADO
                           DISPLAY "Albaran " ALB-NUMERO ": el ticket "
                               TICKET-NUMERO " ya esta facturado."
                           MOVE "N" TO WS-ALBARAN-VALIDO
                       END-IF
               END-READ
           END-IF
           IF WS-ALBARAN-VALIDO = "S"
               IF WS-AM-CANT < 500
                   ADD 1 TO WS-AM-CANT
                   MOVE ALB-NUMERO TO AM-NUMERO(WS-AM-CANT)
                   MOVE ALB-FECHA-ENTREGA
                       TO AM-FECHA-ENTREGA(WS-AM-CANT)
                   MOVE ALB-TOTAL TO AM-TOTAL(WS-AM-CANT)
                   ADD ALB-TOTAL TO WS-TOTAL-FACTURA
                   IF ALB-DE-TICKET AND WS-TT-CANT < 500
                       ADD 1 TO WS-TT-CANT
                       MOVE ALB-ORIGEN-NUMERO TO TT-NUMERO(WS-TT-CANT)
                   END-IF
               ELSE
                   DISPLAY "AVISO: mas de 500 albaranes en el mes, el "
                       "albaran " ALB-NUMERO " queda para la proxima "
                       "factura."
               END-IF
           END-IF.

       CONFIRMAR-Y-EMITIR.
           MOVE WS-TOTAL-FACTURA TO WS-TOTAL-EDIT
           IF WS-POR-ALBARANES
               DISPLAY WS-AM-CANT " albaranes por EUR " WS-TOTAL-EDIT
                   " en " WS-MES "."
           ELSE
               DISPLAY WS-TT-CANT " tickets por EUR " WS-TOTAL-EDIT
                   " en " WS-MES "."
           END-IF
           DISPLAY "Confirma emitir la factura consolidada? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM GRABAR-FACTURA-CONSOLIDADA
               IF WS-FACTURAS-STATUS = "00"
                   PERFORM MARCAR-TICKETS-FACTURADOS
                   IF WS-POR-ALBARANES
                       PERFORM MARCAR-ALBARANES-FACTURADOS
                   END-IF
                   PERFORM GENERAR-DOCUMENTO-CONSOLIDADO
                   ADD 1 TO WS-FACTURAS-EMITIDAS
               END-IF
      * de IVA (importe a precio de venta y base deshecha). Como en
      * la simplificada, los descuentos de caja se prorratean: la
      * base de cada tipo se escala por total cobrado / suma de
      * lineas. Los depositos de envase quedan fuera de las cubetas.
       AGRUPAR-LINEAS-DEL-MES.
           MOVE 0 TO WS-TG-CANT
           MOVE ZEROES TO WS-IMPORTE-SUM
           MOVE ZEROES TO WS-DEPOSITO-SUM
           MOVE ZEROES TO WS-TOTAL-TARIFA
           MOVE 4 TO TI-TASA(1)
           MOVE 10 TO TI-TASA(2)
           MOVE PA-IVA-GENERAL TO TI-TASA(3)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               MOVE ZEROES TO TI-IMPORTE(WS-I)
               MOVE ZEROES TO TI-BASE(WS-I)
           END-PERFORM
           IF WS-POR-ALBARANES
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-AM-CANT
                   PERFORM AGRUPAR-LINEAS-ALBARAN
               END-PERFORM
           ELSE
               PERFORM AGRUPAR-LINEAS-TICKETS
           END-IF
           IF WS-DEPOSITO-SUM > WS-TOTAL-FACTURA
               MOVE WS-TOTAL-FACTURA TO WS-DEPOSITO-SUM
           END-IF
           COMPUTE WS-TOTAL-GRAVADO =
               WS-TOTAL-FACTURA - WS-DEPOSITO-SUM.

       AGRUPAR-LINEAS-TICKETS.
           MOVE "N" TO WS-EOF
           MOVE 0 TO VENTAS-ID
           START VENTAS KEY IS NOT LESS THAN VENTAS-ID
               END-IF
           END-PERFORM
           IF WS-TICKET-INCLUIDO = "S"
               PERFORM ACUMULAR-LINEA-FACTURA
           END-IF.

      *> Una linea sin tarifa anotada se toma a su precio cobrado.
      *> El deposito de envase sale en el detalle pero no en el IVA
      *> ni en la comparacion con la tarifa.
       ACUMULAR-LINEA-FACTURA.
           IF VE-ES-DEPOSITO
               MOVE VE-IMPORTE TO WS-IMPORTE-TARIFA
               ADD VE-IMPORTE TO WS-DEPOSITO-SUM
               PERFORM ACUMULAR-GRUPO-PRODUCTO
           ELSE
               PERFORM ACUMULAR-LINEA-GRAVADA
           END-IF.

       ACUMULAR-LINEA-GRAVADA.
           IF VE-PRECIO-TARIFA > 0
               COMPUTE WS-IMPORTE-TARIFA ROUNDED =
                   UNIDADES * VE-PRECIO-TARIFA
           ELSE
               MOVE VE-IMPORTE TO WS-IMPORTE-TARIFA
           END-IF
           ADD WS-IMPORTE-TARIFA TO WS-TOTAL-TARIFA
           PERFORM ACUMULAR-GRUPO-PRODUCTO
           PERFORM ACUMULAR-CUBETA-IVA.

      *> Las lineas del albaran pasan por los mismos acumulados que
      *> las de venta: se copian a los campos de VENTAS-REGISTRO.
       AGRUPAR-LINEAS-ALBARAN.
           MOVE "N" TO WS-EOF-LINEAS
           MOVE AM-NUMERO(WS-J) TO ALL-NUMERO
           MOVE 0 TO ALL-LINEA
           START ALBARANES-LINEAS KEY IS GREATER THAN ALL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-LINEAS
           END-START
           PERFORM UNTIL WS-EOF-LINEAS = "S"
               READ ALBARANES-LINEAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-LINEAS
                   NOT AT END
                       IF ALL-NUMERO NOT = AM-NUMERO(WS-J)
                           MOVE "S" TO WS-EOF-LINEAS
                       ELSE
                           MOVE ALL-PRODUCTO-ID TO VE-PRODUCTO-ID
                           MOVE ALL-CANTIDAD TO UNIDADES
                           MOVE ALL-IMPORTE TO VE-IMPORTE
                           MOVE ALL-PRECIO-TARIFA TO VE-PRECIO-TARIFA
                           MOVE SPACE TO VE-TIPO-LINEA
                           PERFORM ACUMULAR-LINEA-FACTURA
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-GRUPO-PRODUCTO.
           MOVE "N" TO WS-GRUPO-ENCONTRADO
           PERFORM VARYING TG-IDX FROM 1 BY 1
               IF TG-PRODUCTO-ID(TG-IDX) = VE-PRODUCTO-ID
                   ADD UNIDADES TO TG-UNIDADES(TG-IDX)
                   ADD VE-IMPORTE TO TG-IMPORTE(TG-IDX)
                   ADD WS-IMPORTE-TARIFA TO TG-IMPORTE-TARIFA(TG-IDX)
                   MOVE "S" TO WS-GRUPO-ENCONTRADO
                   SET TG-IDX TO 201
               END-IF
                   MOVE VE-PRODUCTO-ID TO TG-PRODUCTO-ID(TG-IDX)
                   MOVE UNIDADES TO TG-UNIDADES(TG-IDX)
                   MOVE VE-IMPORTE TO TG-IMPORTE(TG-IDX)
                   MOVE WS-IMPORTE-TARIFA TO TG-IMPORTE-TARIFA(TG-IDX)
               ELSE
                   DISPLAY "AVISO: TABLA-GRUPOS llena (200), el "
                       "producto " VE-PRODUCTO-ID " va sin agrupar."
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
           EVALUATE WS-TASA-LINEA
               ADD WS-BASE-PRORRATEADA TO WS-BASE-TOTAL
           END-PERFORM
           MOVE WS-BASE-TOTAL TO FE-BASE
           COMPUTE FE-CUOTA-IVA = WS-TOTAL-GRAVADO - WS-BASE-TOTAL
           MOVE WS-TOTAL-FACTURA TO FE-TOTAL
           MOVE WS-MES TO FE-MES
           WRITE FACTURA-EMITIDA-REGISTRO INVALID KEY
               DISPLAY "Error al grabar la factura. Estado: "
                   WS-FACTURAS-STATUS
               MOVE "GRABAR-FACTURA-CONSOLIDADA" TO WS-INC-PARRAFO
               MOVE "FACTURAS-EMITIDAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-FACTURAS-STATUS TO WS-INC-ESTADO
               MOVE FE-NUMERO TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-FACTURAS-STATUS = "00"
               DISPLAY "FACTURA " FE-NUMERO " EMITIDA."
               PERFORM REGISTRAR-FACTURA-CONSOLIDADA
           END-IF.

       REGISTRAR-FACTURA-CONSOLIDADA.
           IF WS-POR-ALBARANES
               MOVE "F1" TO WS-VF-TIPO
           ELSE
               MOVE "F3" TO WS-VF-TIPO
           END-IF
           MOVE FE-CUOTA-IVA TO WS-VF-CUOTA
           MOVE FE-TOTAL TO WS-VF-IMPORTE
           CALL "REGISTRAR-FACTURACION" USING WS-VF-OPERACION,
               WS-VF-SERIE, FE-NUMERO, FE-FECHA, WS-VF-TIPO,
               WS-VF-CUOTA, WS-VF-IMPORTE, WS-VF-QR.

      *> Escala la base de la cubeta WS-I por el factor total
      *> gravado / suma de lineas (descuentos de caja prorrateados).
       PRORRATEAR-CUBETA.
           IF WS-IMPORTE-SUM = 0
               MOVE ZEROES TO WS-BASE-PRORRATEADA
               MOVE ZEROES TO WS-IMPORTE-PRORRATEADO
           ELSE
               COMPUTE WS-BASE-PRORRATEADA ROUNDED =
                   TI-BASE(WS-I) * WS-TOTAL-GRAVADO / WS-IMPORTE-SUM
               COMPUTE WS-IMPORTE-PRORRATEADO ROUNDED =
                   TI-IMPORTE(WS-I) * WS-TOTAL-GRAVADO
                   / WS-IMPORTE-SUM
           END-IF
           COMPUTE WS-CUOTA-PRORRATEADA =
               END-READ
           END-PERFORM.

       MARCAR-ALBARANES-FACTURADOS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-AM-CANT
               MOVE AM-NUMERO(WS-J) TO ALB-NUMERO
               READ ALBARANES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ALB-FACTURADO
                       MOVE FE-NUMERO TO ALB-FACTURA-NUMERO
                       REWRITE ALBARAN-REGISTRO
               END-READ
           END-PERFORM.

      *----------------------- DOCUMENTO ----------------------------------
       GENERAR-DOCUMENTO-CONSOLIDADO.
           STRING "FACTURA-" FE-NUMERO ".txt"

           MOVE TIENDA-NOMBRE TO FAC-LINEA
           WRITE FAC-LINEA
           MOVE TIENDA-DIRECCION TO FAC-LINEA
           WRITE FAC-LINEA
           MOVE TIENDA-POBLACION TO FAC-LINEA
           WRITE FAC-LINEA
           MOVE TIENDA-NIF TO FAC-LINEA
           WRITE FAC-LINEA
           MOVE TIENDA-TELEFONO TO FAC-LINEA
           MOVE FE-CLIENTE-NIF TO FC-NIF
           MOVE FAC-NIF-LINEA TO FAC-LINEA
           WRITE FAC-LINEA
           IF WS-POR-ALBARANES
               MOVE WS-AM-CANT TO FC-CANT-ALBARANES
               MOVE FAC-ALBARANES-LINEA TO FAC-LINEA
               WRITE FAC-LINEA
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-AM-CANT
                   MOVE AM-NUMERO(WS-J) TO FA-NUMERO
                   MOVE AM-FECHA-ENTREGA(WS-J) TO FA-FECHA
                   MOVE AM-TOTAL(WS-J) TO FA-TOTAL
                   MOVE FAC-ALBARAN-DETALLE TO FAC-LINEA
                   WRITE FAC-LINEA
               END-PERFORM
           ELSE
               MOVE WS-TT-CANT TO FC-CANT-TICKETS
               MOVE FAC-TICKETS-LINEA TO FAC-LINEA
               WRITE FAC-LINEA
           END-IF
           MOVE SPACES TO FAC-LINEA
           WRITE FAC-LINEA
           MOVE FAC-ENCABEZADO TO FAC-LINEA
           MOVE FE-CUOTA-IVA TO FT-IMPORTE
           MOVE FAC-TOTALES TO FAC-LINEA
           WRITE FAC-LINEA
           IF WS-DEPOSITO-SUM > 0
               MOVE "DEPOSITO ENVASES NO SUJETO:" TO FT-ETIQUETA
               MOVE WS-DEPOSITO-SUM TO FT-IMPORTE
               MOVE FAC-TOTALES TO FAC-LINEA
               WRITE FAC-LINEA
           END-IF
           MOVE "TOTAL FACTURA EUR.........:" TO FT-ETIQUETA
           MOVE FE-TOTAL TO FT-IMPORTE
           MOVE FAC-TOTALES TO FAC-LINEA
           WRITE FAC-LINEA
           IF WS-TOTAL-TARIFA > WS-IMPORTE-SUM
               MOVE SPACES TO FAC-LINEA
               WRITE FAC-LINEA
               MOVE "IMPORTE A PRECIO DE TARIFA:" TO FT-ETIQUETA
               MOVE WS-TOTAL-TARIFA TO FT-IMPORTE
               MOVE FAC-TOTALES TO FAC-LINEA
               WRITE FAC-LINEA
               MOVE "AHORRO PRECIOS PACTADOS...:" TO FT-ETIQUETA
               COMPUTE FT-IMPORTE = WS-TOTAL-TARIFA - WS-IMPORTE-SUM
               MOVE FAC-TOTALES TO FAC-LINEA
               WRITE FAC-LINEA
           END-IF

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

      *> Precio medio del grupo: el mismo producto pudo venderse a
      *> precios distintos a lo largo del mes. Igual la tarifa
      *> general, que se muestra al lado del precio cobrado.
       ESCRIBIR-GRUPO-PRODUCTO.
           MOVE TG-PRODUCTO-ID(TG-IDX) TO PRODUCTO-ID
           READ PRODUCTO
           IF TG-UNIDADES(TG-IDX) > 0
               COMPUTE FD-PRECIO ROUNDED =
                   TG-IMPORTE(TG-IDX) / TG-UNIDADES(TG-IDX)
               COMPUTE FD-TARIFA ROUNDED =
                   TG-IMPORTE-TARIFA(TG-IDX) / TG-UNIDADES(TG-IDX)
           ELSE
               MOVE ZEROES TO FD-PRECIO
               MOVE ZEROES TO FD-TARIFA
           END-IF
           MOVE TG-IMPORTE(TG-IDX) TO FD-IMPORTE
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
           MOVE PA-TIENDA-POBLACION TO TIENDA-POBLACION.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "FACTURA-MENSUAL" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM FACTURA-MENSUAL.
