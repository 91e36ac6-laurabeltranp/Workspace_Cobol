       01 WS-TOTAL-PEDIDO PIC 9(9)V99.
       01 WS-COSTO-EDIT PIC Z(4)9.99.
       01 WS-IMPORTE-EDIT PIC Z(8)9.99.
      *> Tarifas en divisa: el importe se pasa a euros con el cambio
      *> de la fecha del pedido (unidades de la divisa por 1 EUR).
       01 WS-FECHA-CAMBIO PIC 9(8).
       01 WS-TASA-CAMBIO PIC 9(4)V9(6).
       01 WS-CAMBIO-ENCONTRADO PIC X.
       01 WS-IMPORTE-EUR PIC 9(9)V99.

      *----------------------- LINEAS A PEDIR -----------------------------
      * Tabla con las lineas del reporte de reorden ya revisadas por
      * reorden normal): al crear el pedido el encargo queda EN
      * PEDIDO con su numero.
               10 TR-ENCARGO PIC 9(6).
      * Familia del producto, para el control del presupuesto de
      * compras (0 = sin familia, no se controla).
               10 TR-FAMILIA PIC 9(3).
       01 TR-IDX2 PIC 9(4).
       01 WS-PROVEEDOR-GRUPO PIC 9(6).
      * Documentacion obligatoria del proveedor caducada (registro
      * sanitario, seguro...): se avisa antes de crearle el pedido.
       01 WS-DOCS-CADUCADOS PIC 9(3).
       01 WS-DOC-TIPO PIC X.
       01 WS-DOC-REFERENCIA PIC X(20).
       01 WS-DOC-VENCIMIENTO PIC 9(8).

      *----------------------- PRESUPUESTO DE COMPRAS ---------------------
      * Lo que los pedidos nuevos suman por familia, contra lo que
      * queda del presupuesto del mes (DISPONIBLE-COMPRAS). Pasarse
      * exige supervisor; sin el, las lineas de reorden de esas
      * familias se quedan fuera.
           COPY DISPCOMP.
       01 TABLA-PROPUESTA.
           05 TP-ENTRADA OCCURS 999 TIMES.
               10 TP-IMPORTE PIC 9(9)V99.
               10 TP-EXCEDE PIC X.
       01 WS-F PIC 9(4).
       01 WS-FAMILIAS-EXCEDIDAS PIC 9(4) VALUE ZEROES.
       01 WS-COSTO-PROPUESTA PIC 9(7)V99.
       01 WS-DISPONIBLE PIC S9(9)V99.
       01 WS-DISPONIBLE-EDIT PIC -(9)9.99.
       01 WS-CONFIRMA PIC X VALUE "N".
           COPY SEGURIDAD.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           IF WS-PEDIDOS-STATUS NOT = "00"
               DISPLAY "Error al abrir PEDIDOS-INDEXADO.dat. Estado: "
                   WS-PEDIDOS-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "PEDIDOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PEDIDOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-LINEAS-STATUS NOT = "00"
               DISPLAY "Error al abrir las lineas de pedido. Estado: "
                   WS-LINEAS-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "PEDIDOS-LINEAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-LINEAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PEDIDOS
               STOP RUN
           END-IF
               DISPLAY "2. CONSULTAR UN PEDIDO."
               DISPLAY "3. CAMBIAR ESTADO DE UN PEDIDO."
               DISPLAY "4. EMITIR/REIMPRIMIR DOCUMENTO DE PEDIDO."
               DISPLAY "5. DIFERENCIAS CON ALBARANES ELECTRONICOS."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
                       CALL "EMITIR-PEDIDO"
                       OPEN I-O PEDIDOS
                       OPEN I-O PEDIDOS-LINEAS
                   WHEN 5
      *> REPORTE-ALBARAN-PROV lee las lineas de pedido: se cierran
      *> antes y se reabren al volver.
                       CLOSE PEDIDOS
                       CLOSE PEDIDOS-LINEAS
                       CALL "REPORTE-ALBARAN-PROV"
                       OPEN I-O PEDIDOS
                       OPEN I-O PEDIDOS-LINEAS
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "No se pudo abrir REPORTE-REORDEN.csv. Estado: "
                   WS-CSV-STATUS
               MOVE "GENERAR-PEDIDOS-REORDEN" TO WS-INC-PARRAFO
               MOVE "REPORTE-REORDEN.csv" TO WS-INC-ARCHIVO
               MOVE WS-CSV-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
               DISPLAY "Ejecute antes el reporte de reorden."
           ELSE
               OPEN INPUT PRODUCTO
                   DISPLAY "No quedaron lineas aceptadas: no se crean "
                       "pedidos."
               ELSE
                   PERFORM CONTROLAR-PRESUPUESTO-COMPRAS
                   PERFORM CREAR-PEDIDOS-POR-PROVEEDOR
               END-IF

                   DISPLAY "Producto del reporte no encontrado: "
                       WS-CAMPO-ID
               NOT INVALID KEY
      *> Un reporte de reorden anterior a la liquidacion o la baja
      *> del producto no debe colarlo en el pedido.
                   IF PRODUCTO-SIN-REPOSICION
                       DISPLAY "Producto " PRODUCTO-ID " en "
                           "liquidacion o de baja: no se pide."
                   ELSE
                       PERFORM PROPONER-LINEA-REORDEN
                   END-IF
           END-READ.

       PROPONER-LINEA-REORDEN.
           DISPLAY "-------------------------------"
           DISPLAY "Producto..: " PRODUCTO-ID " "
               PRODUCTO-DESCRIP
           DISPLAY "Proveedor.: " PRODUCTO-PROVEEDOR-ID
           DISPLAY "Sugerido..: " WS-CAMPO-CANT
           IF WS-HAY-OTRA-TIENDA = "S"
               MOVE PRODUCTO-ID TO SO-PRODUCTO-ID
               READ STOCK-OTRA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SO-UNIDADES > 0
                           DISPLAY "Otra tienda: "
                               SO-UNIDADES " unidades (foto "
                               SO-FECHA-FOTO "): considere "
                               "un traspaso."
                       END-IF
               END-READ
           END-IF
           DISPLAY "Cantidad a pedir (0 = descartar linea): "
           ACCEPT WS-CANT-AJUSTADA
           IF WS-CANT-AJUSTADA NOT NUMERIC
               DISPLAY "CANTIDAD INVALIDA: linea descartada."
           ELSE
               IF WS-CANT-AJUSTADA > 0
                   PERFORM AJUSTAR-CANTIDAD-LOGISTICA
                   PERFORM GUARDAR-LINEA-TABLA
               END-IF
           END-IF.

      *----------------------- REDONDEO LOGISTICO -------------------------
      * El proveedor sirve cajas enteras y exige minimos por linea:
      * la cantidad revisada se sube a la caja completa siguiente y
                   "excluida del pedido"
           END-IF.

      *----------------------- CONTROL DEL PRESUPUESTO --------------------
      * Antes de crear los pedidos se valora lo aceptado por familia
      * (tarifa neta en euros al cambio de hoy, o costo del maestro)
      * y se compara con lo disponible del mes en curso. Los encargos
      * de clientes ya estan vendidos: cuentan en el total pero no se
      * quitan nunca del pedido.
       CONTROLAR-PRESUPUESTO-COMPRAS.
           MOVE FUNCTION CURRENT-DATE(1:6) TO OTB-MES
      *> DISPONIBLE-COMPRAS abre los mismos archivos: se cierran antes
      *> y se reabren al volver.
           CLOSE PEDIDOS
           CLOSE PEDIDOS-LINEAS
           IF WS-HAY-TARIFAS = "S"
               CLOSE TARIFAS
           END-IF
           CALL "DISPONIBLE-COMPRAS" USING DISPONIBLE-COMPRAS-TABLA
           OPEN I-O PEDIDOS
           OPEN I-O PEDIDOS-LINEAS
           IF WS-HAY-TARIFAS = "S"
               OPEN INPUT TARIFAS
           END-IF

           IF OTB-CON-PRESUPUESTOS
               PERFORM VALORAR-PROPUESTA-FAMILIAS
               PERFORM COMPARAR-PROPUESTA-PRESUPUESTO
               IF WS-FAMILIAS-EXCEDIDAS > 0
                   PERFORM AUTORIZAR-EXCESO-PRESUPUESTO
               END-IF
           END-IF.

       VALORAR-PROPUESTA-FAMILIAS.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 999
               MOVE ZEROES TO TP-IMPORTE(WS-F)
               MOVE "N" TO TP-EXCEDE(WS-F)
           END-PERFORM
           OPEN INPUT PRODUCTO
           PERFORM VARYING TR-IDX FROM 1 BY 1
               UNTIL TR-IDX > WS-TABLA-CANT
               MOVE ZEROES TO TR-FAMILIA(TR-IDX)
               IF TR-PROCESADA(TR-IDX) = "N"
                   PERFORM VALORAR-LINEA-PROPUESTA
               END-IF
           END-PERFORM
           CLOSE PRODUCTO.

       VALORAR-LINEA-PROPUESTA.
           MOVE TR-PRODUCTO-ID(TR-IDX) TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRODUCTO-FAMILIA > 0
                       MOVE PRODUCTO-FAMILIA TO TR-FAMILIA(TR-IDX)
                       MOVE PRODUCTO-COSTO TO WS-COSTO-PROPUESTA
                       PERFORM COSTO-PROPUESTA-TARIFA
                       COMPUTE TP-IMPORTE(PRODUCTO-FAMILIA) =
                           TP-IMPORTE(PRODUCTO-FAMILIA) +
                           TR-CANTIDAD(TR-IDX) * WS-COSTO-PROPUESTA
                   END-IF
           END-READ.

       COSTO-PROPUESTA-TARIFA.
           IF WS-HAY-TARIFAS = "S"
               MOVE TR-PROVEEDOR-ID(TR-IDX) TO TA-PROVEEDOR-ID
               MOVE TR-PRODUCTO-ID(TR-IDX) TO TA-PRODUCTO-ID
               READ TARIFAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-COSTO-LINEA ROUNDED =
                           TA-COSTO * (100 - TA-DESCUENTO-PCT) / 100
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-FECHA-CAMBIO
                       CALL "TIPO-CAMBIO" USING TA-MONEDA,
                           WS-FECHA-CAMBIO, WS-TASA-CAMBIO,
                           WS-CAMBIO-ENCONTRADO
                       IF WS-CAMBIO-ENCONTRADO = "S"
                           COMPUTE WS-COSTO-PROPUESTA ROUNDED =
                               WS-COSTO-LINEA / WS-TASA-CAMBIO
                       END-IF
               END-READ
           END-IF.

       COMPARAR-PROPUESTA-PRESUPUESTO.
           MOVE ZEROES TO WS-FAMILIAS-EXCEDIDAS
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 999
               IF TP-IMPORTE(WS-F) > 0 AND
                  OTB-TIENE-PRESUPUESTO(WS-F)
                   COMPUTE WS-DISPONIBLE = OTB-PRESUPUESTO(WS-F)
                       - OTB-RECIBIDO(WS-F) - OTB-COMPROMETIDO(WS-F)
                   IF TP-IMPORTE(WS-F) > WS-DISPONIBLE
                       MOVE "S" TO TP-EXCEDE(WS-F)
                       ADD 1 TO WS-FAMILIAS-EXCEDIDAS
                       MOVE TP-IMPORTE(WS-F) TO WS-IMPORTE-EDIT
                       MOVE WS-DISPONIBLE TO WS-DISPONIBLE-EDIT
                       DISPLAY "AVISO: FAMILIA " WS-F " pide "
                           WS-IMPORTE-EDIT " y le quedan "
                           WS-DISPONIBLE-EDIT " del presupuesto de "
                           OTB-MES "."
                   END-IF
               END-IF
           END-PERFORM.

       AUTORIZAR-EXCESO-PRESUPUESTO.
           DISPLAY WS-FAMILIAS-EXCEDIDAS " familia(s) superan el "
               "presupuesto de compras del mes."
           DISPLAY "Autorizar el exceso con supervisor? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE "N" TO WS-OPERADOR-AUTORIZADO
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
                   WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
           END-IF
           IF OPERADOR-AUTORIZADO
               DISPLAY "Exceso de presupuesto autorizado por "
                   WS-OPERADOR-VALIDADO "."
           ELSE
               DISPLAY "SIN AUTORIZACION: las lineas de reorden de "
                   "esas familias quedan fuera de los pedidos."
               PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > WS-TABLA-CANT
                   IF TR-PROCESADA(TR-IDX) = "N" AND
                      TR-FAMILIA(TR-IDX) > 0
                       PERFORM DESCARTAR-LINEA-EXCEDIDA
                   END-IF
               END-PERFORM
           END-IF.

       DESCARTAR-LINEA-EXCEDIDA.
           IF TP-EXCEDE(TR-FAMILIA(TR-IDX)) = "S"
               IF TR-ENCARGO(TR-IDX) = 0
                   MOVE "S" TO TR-PROCESADA(TR-IDX)
                   DISPLAY "Producto " TR-PRODUCTO-ID(TR-IDX)
                       " fuera del pedido por presupuesto."
               ELSE
                   DISPLAY "Producto " TR-PRODUCTO-ID(TR-IDX)
                       " es del encargo " TR-ENCARGO(TR-IDX)
                       ": se pide igual."
               END-IF
           END-IF.

      *> Una pasada por proveedor: la primera linea sin procesar abre
      *> el pedido de su proveedor y arrastra al mismo pedido todas
      *> las demas lineas del mismo proveedor.
               UNTIL TR-IDX > WS-TABLA-CANT
               IF TR-PROCESADA(TR-IDX) = "N"
                   MOVE TR-PROVEEDOR-ID(TR-IDX) TO WS-PROVEEDOR-GRUPO
                   PERFORM REVISAR-DOCUMENTACION
                   IF WS-CONFIRMA = "S"
                       PERFORM ABRIR-PEDIDO-PROVEEDOR
                   ELSE
                       PERFORM DESCARTAR-LINEAS-PROVEEDOR
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "PEDIDOS CREADOS: " WS-PEDIDOS-CREADOS.
                   WRITE PEDIDO-LINEA-REGISTRO INVALID KEY
                       DISPLAY "Error al grabar linea de pedido. "
                           "Estado: " WS-LINEAS-STATUS
                       MOVE "ABRIR-PEDIDO-PROVEEDOR" TO WS-INC-PARRAFO
                       MOVE "PEDIDOS-LINEAS-INDEXADO.dat"
                           TO WS-INC-ARCHIVO
                       MOVE WS-LINEAS-STATUS TO WS-INC-ESTADO
                       MOVE PL-CLAVE TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   END-WRITE
                   PERFORM SUMAR-LINEA-AL-TOTAL
                   MOVE "S" TO TR-PROCESADA(TR-IDX2)
           WRITE PEDIDO-REGISTRO INVALID KEY
               DISPLAY "Error al grabar el pedido. Estado: "
                   WS-PEDIDOS-STATUS
               MOVE "ABRIR-PEDIDO-PROVEEDOR" TO WS-INC-PARRAFO
               MOVE "PEDIDOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PEDIDOS-STATUS TO WS-INC-ESTADO
               MOVE PEDIDO-NUMERO TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-PEDIDOS-STATUS = "00"
               ADD 1 TO WS-PEDIDOS-CREADOS
               PERFORM AVISAR-PEDIDO-BAJO-MINIMO
           END-IF.

      *----------------------- DOCUMENTACION DEL PROVEEDOR ----------------
      * Con un documento obligatorio caducado (GESTION-DOCUMENTOS-PROV)
      * el comprador decide si se le pide igualmente; si no, las
      * lineas de ese proveedor se quedan fuera de esta corrida.
       REVISAR-DOCUMENTACION.
           MOVE "S" TO WS-CONFIRMA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           CALL "REVISAR-DOCUMENTOS-PROV" USING WS-PROVEEDOR-GRUPO,
               WS-HOY, WS-DOCS-CADUCADOS, WS-DOC-TIPO,
               WS-DOC-REFERENCIA, WS-DOC-VENCIMIENTO
           IF WS-DOCS-CADUCADOS > 0
               DISPLAY "AVISO: EL PROVEEDOR " WS-PROVEEDOR-GRUPO
                   " TIENE " WS-DOCS-CADUCADOS " DOCUMENTO(S) "
                   "OBLIGATORIO(S) CADUCADO(S)."
               DISPLAY "  Tipo " WS-DOC-TIPO " ref. "
                   WS-DOC-REFERENCIA " vencido el "
                   WS-DOC-VENCIMIENTO
               DISPLAY "Crear el pedido igualmente? (S/N): "
               ACCEPT WS-CONFIRMA
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           END-IF.

       DESCARTAR-LINEAS-PROVEEDOR.
           PERFORM VARYING TR-IDX2 FROM 1 BY 1
               UNTIL TR-IDX2 > WS-TABLA-CANT
               IF TR-PROCESADA(TR-IDX2) = "N" AND
                  TR-PROVEEDOR-ID(TR-IDX2) = WS-PROVEEDOR-GRUPO
                   MOVE "S" TO TR-PROCESADA(TR-IDX2)
               END-IF
           END-PERFORM
           DISPLAY "Lineas del proveedor " WS-PROVEEDOR-GRUPO
               " fuera de esta corrida de pedidos.".

      *----------------------- PLAZO DEL PROVEEDOR ------------------------
      * Mide el plazo real del proveedor: por cada recepcion suya
      * contra pedido, cuenta los dias naturales entre la fecha del
                           TA-COSTO * (100 - TA-DESCUENTO-PCT) / 100
                       COMPUTE WS-IMPORTE-LINEA =
                           WS-COSTO-LINEA * PL-CANTIDAD
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-FECHA-CAMBIO
                       PERFORM PASAR-IMPORTE-A-EUROS
                       IF WS-CAMBIO-ENCONTRADO = "S"
                           ADD WS-IMPORTE-EUR TO WS-TOTAL-PEDIDO
                       END-IF
               END-READ
           END-IF.

      *> El importe de la tarifa esta en TA-MONEDA; sin cambio
      *> cargado para la fecha la linea queda fuera del total en
      *> euros y se avisa.
       PASAR-IMPORTE-A-EUROS.
           CALL "TIPO-CAMBIO" USING TA-MONEDA, WS-FECHA-CAMBIO,
               WS-TASA-CAMBIO, WS-CAMBIO-ENCONTRADO
           IF WS-CAMBIO-ENCONTRADO = "S"
               COMPUTE WS-IMPORTE-EUR ROUNDED =
                   WS-IMPORTE-LINEA / WS-TASA-CAMBIO
           ELSE
               MOVE ZEROES TO WS-IMPORTE-EUR
               DISPLAY "AVISO: SIN CAMBIO DE " TA-MONEDA " A "
                   WS-FECHA-CAMBIO ": el producto " PL-PRODUCTO-ID
                   " queda fuera del total en EUR."
           END-IF.

      *> El proveedor no sirve pedidos por debajo de su minimo: se
      *> avisa al crear el pedido para anadir lineas antes de
      *> emitirlo, no cuando el camion ya no vino.
                   DISPLAY "Encargo " EN-NUMERO ": producto "
                       EN-PRODUCTO-ID " no existe, se salta."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PRODUCTO-SIN-REPOSICION
                           DISPLAY "Encargo " EN-NUMERO ": producto "
                               EN-PRODUCTO-ID " en liquidacion o de "
                               "baja, no se pide (servir del stock o "
                               "anular)."
                       WHEN WS-TABLA-CANT < 500
                           ADD 1 TO WS-TABLA-CANT
                           MOVE PRODUCTO-PROVEEDOR-ID TO
                               TR-PROVEEDOR-ID(WS-TABLA-CANT)
                           MOVE PRODUCTO-ID
                               TO TR-PRODUCTO-ID(WS-TABLA-CANT)
                           MOVE EN-CANTIDAD
                               TO TR-CANTIDAD(WS-TABLA-CANT)
                           MOVE "N" TO TR-PROCESADA(WS-TABLA-CANT)
                           MOVE EN-NUMERO TO TR-ENCARGO(WS-TABLA-CANT)
                           ADD 1 TO WS-ENCARGOS-CARGADOS
                           DISPLAY "Encargo " EN-NUMERO ": "
                               EN-CANTIDAD " x " PRODUCTO-DESCRIP
                       WHEN OTHER
                           DISPLAY "AVISO: TABLA-REORDEN llena (500), "
                               "encargo " EN-NUMERO " excluido"
                   END-EVALUATE
           END-READ.

       MARCAR-ENCARGO-EN-PEDIDO.
                           TA-COSTO * (100 - TA-DESCUENTO-PCT) / 100
                       COMPUTE WS-IMPORTE-LINEA =
                           WS-COSTO-LINEA * PL-CANTIDAD
                       MOVE PEDIDO-FECHA TO WS-FECHA-CAMBIO
                       PERFORM PASAR-IMPORTE-A-EUROS
                       IF WS-CAMBIO-ENCONTRADO = "S"
                           ADD WS-IMPORTE-EUR TO WS-TOTAL-PEDIDO
                       END-IF
               END-READ
           END-IF
           MOVE WS-COSTO-LINEA TO WS-COSTO-EDIT
           DISPLAY PL-LINEA "    " PL-PRODUCTO-ID
               "    " PL-CANTIDAD "    " PL-RECIBIDO
               "  " WS-COSTO-EDIT "  " WS-IMPORTE-EDIT
           IF WS-IMPORTE-LINEA > 0 AND TA-MONEDA NOT = "EUR" AND
              TA-MONEDA NOT = SPACES
               MOVE WS-IMPORTE-EUR TO WS-IMPORTE-EDIT
               DISPLAY "       IMPORTE EN " TA-MONEDA
                   ", EN EUR: " WS-IMPORTE-EDIT
           END-IF
           IF PL-LINEA-RECORTADA
               DISPLAY "       RECORTADA POR EL PROVEEDOR: confirmo "
                   PL-CONFIRMADO " de " PL-CANTIDAD "."
                   END-IF
           END-READ.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-PEDIDOS" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-PEDIDOS.
