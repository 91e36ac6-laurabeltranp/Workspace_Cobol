       01 WS-IMPORTE-LINEA PIC 9(9)V99.
       01 WS-TOTAL-PEDIDO PIC 9(9)V99.

      *----------------------- PRESUPUESTO DE COMPRAS ---------------------
      * Un pedido abierto cuyas familias ya van por encima del
      * presupuesto de compras del mes no sale al proveedor sin
      * autorizacion de supervisor. Los pedidos cerrados se
      * reimprimen siempre.
           COPY DISPCOMP.
       01 TABLA-FAMILIAS-PEDIDO.
           05 FAM-EN-PEDIDO PIC X OCCURS 999 TIMES.
       01 WS-F PIC 9(4).
       01 WS-EMITIR PIC X VALUE "S".
       01 WS-FAMILIAS-EXCEDIDAS PIC 9(4) VALUE ZEROES.
       01 WS-DISPONIBLE PIC S9(9)V99.
       01 WS-DISPONIBLE-EDIT PIC -(9)9.99.
       01 WS-CONFIRMA PIC X VALUE "N".
           COPY SEGURIDAD.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.

      *----------------------- DATOS DEL COMERCIO -------------------------
      * Bloque fijo con nuestros datos para la cabecera del documento.
       01 TIENDA-NOMBRE PIC X(40) VALUE
           "ULTRAMARINOS LA ESQUINA S.L.".
       01 TIENDA-TELEFONO PIC X(20) VALUE "TEL: 955 000 000".
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.

       01 DOC-CABECERA.
           05 FILLER PIC X(18) VALUE "PEDIDO NUMERO: ".
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-IMPORTE PIC Z(8)9.99.
       01 DOC-TOTAL.
      * El documento va en la moneda de la tarifa del proveedor.
           05 FILLER PIC X(18) VALUE "TOTAL DEL PEDIDO (".
           05 DT-MONEDA PIC X(3) VALUE "EUR".
           05 FILLER PIC X(4) VALUE "): ".
           05 DT-TOTAL PIC Z(8)9.99.
      * Cifras de control del archivo (CONTROL-INTERCAMBIO).
           COPY INTERCAM REPLACING LEADING ==IX== BY ==WS-IX==.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- EMISION DE PEDIDO --------------------------
      * proveedor y las lineas con EAN, descripcion y cantidad.
      * Cualquier pedido puede reimprimirse por numero.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           OPEN INPUT PEDIDOS
           IF WS-PEDIDOS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PEDIDOS-INDEXADO.dat. "
                   "Estado: " WS-PEDIDOS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PEDIDOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PEDIDOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           OPEN INPUT PEDIDOS-LINEAS
                   INVALID KEY
                       DISPLAY "PEDIDO NO ENCONTRADO."
                   NOT INVALID KEY
                       MOVE "S" TO WS-EMITIR
                       IF PEDIDO-EMITIDO OR PEDIDO-PARCIAL
                           PERFORM CONTROLAR-PRESUPUESTO-PEDIDO
                       END-IF
                       IF WS-EMITIR = "S"
                           PERFORM GENERAR-DOCUMENTOS
                       ELSE
                           DISPLAY "PEDIDO " WS-PEDIDO-EMITIR
                               " NO EMITIDO: supera el presupuesto "
                               "de compras."
                       END-IF
               END-READ
               DISPLAY "Desea emitir otro pedido? (S/N): "
               ACCEPT SINO
           MOVE DOC-ENCABEZADO-LINEAS TO DOC-LINEA
           WRITE DOC-LINEA

      *> El CSV que viaja al proveedor lleva cabecera y pie de
      *> control, con la secuencia propia de cada proveedor.
           INITIALIZE WS-IX-PETICION
           MOVE "A" TO WS-IX-OPERACION
           MOVE "PEDIDO" TO WS-IX-TIPO
           MOVE PEDIDO-PROVEEDOR-ID TO WS-IX-SOCIO
           MOVE "EMITIR-PEDIDO" TO WS-IX-PROGRAMA
           MOVE WS-NOMBRE-CSV TO WS-IX-ARCHIVO
           MOVE "S" TO WS-IX-CON-TITULOS
           MOVE 5 TO WS-IX-COL-CANTIDAD
           MOVE 0 TO WS-IX-COL-IMPORTE
           MOVE PEDIDO-FECHA TO WS-IX-FECHA
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           MOVE WS-IX-CABECERA TO DOC-CSV-LINEA
           WRITE DOC-CSV-LINEA
           MOVE "PEDIDO,LINEA,EAN,DESCRIPCION,CANTIDAD" TO
               DOC-CSV-LINEA
           WRITE DOC-CSV-LINEA

           CLOSE DOCUMENTO-TXT
           CLOSE DOCUMENTO-CSV
           MOVE "C" TO WS-IX-OPERACION
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           DISPLAY "Documentos generados: " WS-NOMBRE-TXT " y "
               WS-NOMBRE-CSV.

                       COMPUTE WS-IMPORTE-LINEA =
                           WS-COSTO-LINEA * PL-CANTIDAD
                       ADD WS-IMPORTE-LINEA TO WS-TOTAL-PEDIDO
                       IF TA-MONEDA NOT = SPACES
                           MOVE TA-MONEDA TO DT-MONEDA
                       END-IF
               END-READ
           END-IF.

      *----------------------- CONTROL DEL PRESUPUESTO --------------------
      * El pedido ya cuenta como comprometido en el mes en que se
      * espera (o en el actual si va atrasado): se mira si alguna de
      * sus familias queda con disponible negativo.
       CONTROLAR-PRESUPUESTO-PEDIDO.
           PERFORM MARCAR-FAMILIAS-PEDIDO
           MOVE FUNCTION CURRENT-DATE(1:6) TO OTB-MES
           IF PEDIDO-FECHA-PREVISTA(1:6) > OTB-MES
               MOVE PEDIDO-FECHA-PREVISTA(1:6) TO OTB-MES
           END-IF
      *> DISPONIBLE-COMPRAS abre los mismos archivos: se cierran antes
      *> y se reabren al volver, releyendo el pedido.
           CLOSE PEDIDOS
           CLOSE PEDIDOS-LINEAS
           CLOSE PRODUCTO
           IF WS-HAY-TARIFAS = "S"
               CLOSE TARIFAS
           END-IF
           CALL "DISPONIBLE-COMPRAS" USING DISPONIBLE-COMPRAS-TABLA
           OPEN INPUT PEDIDOS
           OPEN INPUT PEDIDOS-LINEAS
           OPEN INPUT PRODUCTO
           IF WS-HAY-TARIFAS = "S"
               OPEN INPUT TARIFAS
           END-IF
           MOVE WS-PEDIDO-EMITIR TO PEDIDO-NUMERO
           READ PEDIDOS
               INVALID KEY
                   MOVE "N" TO WS-EMITIR
           END-READ

           MOVE ZEROES TO WS-FAMILIAS-EXCEDIDAS
           IF WS-EMITIR = "S" AND OTB-CON-PRESUPUESTOS
               PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 999
                   IF FAM-EN-PEDIDO(WS-F) = "S" AND
                      OTB-TIENE-PRESUPUESTO(WS-F)
                       PERFORM VER-DISPONIBLE-FAMILIA
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FAMILIAS-EXCEDIDAS > 0
               PERFORM AUTORIZAR-EXCESO-PRESUPUESTO
           END-IF.

       MARCAR-FAMILIAS-PEDIDO.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 999
               MOVE "N" TO FAM-EN-PEDIDO(WS-F)
           END-PERFORM
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
                           MOVE PL-PRODUCTO-ID TO PRODUCTO-ID
                           READ PRODUCTO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF PRODUCTO-FAMILIA > 0
                                       MOVE "S" TO
                                         FAM-EN-PEDIDO(PRODUCTO-FAMILIA)
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

       VER-DISPONIBLE-FAMILIA.
           COMPUTE WS-DISPONIBLE = OTB-PRESUPUESTO(WS-F)
               - OTB-RECIBIDO(WS-F) - OTB-COMPROMETIDO(WS-F)
           IF WS-DISPONIBLE < 0
               ADD 1 TO WS-FAMILIAS-EXCEDIDAS
               MOVE WS-DISPONIBLE TO WS-DISPONIBLE-EDIT
               DISPLAY "AVISO: FAMILIA " WS-F " queda en "
                   WS-DISPONIBLE-EDIT " sobre el presupuesto de "
                   OTB-MES "."
           END-IF.

       AUTORIZAR-EXCESO-PRESUPUESTO.
           DISPLAY "Emitir igualmente con autorizacion de supervisor? "
               "(S/N): "
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
               MOVE "N" TO WS-EMITIR
           END-IF.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NOMBRE TO TIENDA-NOMBRE
           MOVE SPACES TO TIENDA-TELEFONO
           STRING "TEL: " PA-TIENDA-TELEFONO(1:3) " "
               PA-TIENDA-TELEFONO(4:3) " " PA-TIENDA-TELEFONO(7:3)
               DELIMITED BY SIZE INTO TIENDA-TELEFONO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "EMITIR-PEDIDO" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM EMITIR-PEDIDO.
