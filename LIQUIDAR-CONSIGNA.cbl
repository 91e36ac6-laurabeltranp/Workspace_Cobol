       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-CONSIGNA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACIONES
               ASSIGN TO "LIQUIDACIONES-CONSIGNA-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-NUMERO
               FILE STATUS IS WS-LIQ-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT PROVEEDOR
               ASSIGN TO "PROVEEDOR-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROVEEDOR-ID
               FILE STATUS IS WS-PROVEEDOR-STATUS.

           SELECT VENTAS
               ASSIGN TO "VENTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTAS-ID
               ALTERNATE RECORD KEY IS VE-PRODUCTO-ID WITH DUPLICATES
               FILE STATUS IS WS-VENTAS-STATUS.

           SELECT DEVOLUCIONES
               ASSIGN TO "DEVOLUCIONES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEVOLUCION-ID
               ALTERNATE RECORD KEY IS DV-PRODUCTO-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS DV-VENTA-ID WITH DUPLICATES
               FILE STATUS IS WS-DEVOL-STATUS.

           SELECT DOCUMENTO-TXT
               ASSIGN TO DYNAMIC WS-NOMBRE-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIQUIDACIONES.
           COPY LIQCONS.

       FD PRODUCTO.
           COPY PRODFLT.

       FD PROVEEDOR.
           COPY PROVEEDOR.

       FD VENTAS.
           COPY VENTAS.

       FD DEVOLUCIONES.
           COPY DEVOLUCION.

       FD DOCUMENTO-TXT.
       01 DOC-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LIQ-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-PROVEEDOR-STATUS PIC XX.
       01 WS-VENTAS-STATUS PIC XX.
       01 WS-DEVOL-STATUS PIC XX.
       01 WS-TXT-STATUS PIC XX.
       01 WS-NOMBRE-TXT PIC X(40).
       01 OPCION PIC 9 VALUE 0.
       01 FIN PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-MOV PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-AYER PIC 9(8).
       01 WS-LIQ-CONTADOR PIC 9(6) VALUE ZEROES.
       01 WS-PROVEEDOR-PEDIDO PIC 9(6).
       01 WS-ULTIMO-HASTA PIC 9(8).
       01 WS-DESDE PIC 9(8).
       01 WS-HASTA PIC 9(8).
       01 WS-FECHA-PEDIDA PIC 9(8).
       01 WS-FECHA-PEDIDA-X REDEFINES WS-FECHA-PEDIDA PIC X(8).
       01 WS-IMPORTE-EDIT PIC -(8)9.99.
       01 WS-UNIDADES-EDIT PIC Z(6)9.999.
       01 WS-LIQUIDACIONES PIC 9(4) VALUE ZEROES.
       01 WS-TOTAL-STOCK PIC 9(9)V99 VALUE ZEROES.
       01 WS-VALOR-STOCK PIC 9(9)V99.

      *----------------------- PRODUCTOS EN CONSIGNA ----------------------
      * Productos en consigna del proveedor que se liquida, con lo
      * vendido y lo devuelto por clientes en el periodo.
       01 WS-TC-CANT PIC 9(3) VALUE ZEROES.
       01 WS-TC-MAX PIC 9(3) VALUE 300.
       01 WS-I PIC 9(3).
       01 TABLA-CONSIGNA.
           05 TC-ENTRADA OCCURS 300 TIMES.
               10 TC-PRODUCTO-ID PIC 9(6).
               10 TC-DESCRIP PIC X(30).
               10 TC-COSTO PIC 9(5)V99.
               10 TC-TASA PIC 9(2).
               10 TC-VENDIDAS PIC 9(7)V999.
               10 TC-DEVUELTAS PIC 9(7)V999.
               10 TC-NETAS PIC S9(7)V999.
               10 TC-IMPORTE PIC S9(9)V99.
               10 TC-CUOTA PIC S9(9)V99.

      *----------------------- TOTALES DE LA LIQUIDACION ------------------
       01 WS-LIQ-PRODUCTOS PIC 9(4).
       01 WS-LIQ-UNIDADES PIC S9(7)V999.
       01 WS-LIQ-BASE PIC S9(9)V99.
       01 WS-LIQ-CUOTA PIC S9(9)V99.
       01 WS-LIQ-TOTAL PIC S9(9)V99.

      *----------------------- LISTADOS -----------------------------------
       01 DETALLE-LIQUIDACION.
           05 DLQ-NUMERO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DLQ-PROVEEDOR PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DLQ-NOMBRE PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 DLQ-DESDE PIC 9(8).
           05 FILLER PIC X VALUE "-".
           05 DLQ-HASTA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DLQ-BASE PIC -(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DLQ-TOTAL PIC -(8)9.99.
       01 DETALLE-STOCK.
           05 DST-PROVEEDOR PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DST-PRODUCTO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DST-DESCRIP PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 DST-STOCK PIC Z(5)9.999.
           05 FILLER PIC X VALUE SPACE.
           05 DST-COSTO PIC Z(4)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DST-VALOR PIC Z(8)9.99.

      *----------------------- DOCUMENTO DE LIQUIDACION -------------------
       01 TIENDA-NOMBRE PIC X(40) VALUE
           "ULTRAMARINOS LA ESQUINA S.L.".
       01 TIENDA-NIF PIC X(20) VALUE "NIF: B-00000000".
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.
       01 DOC-CABECERA.
           05 FILLER PIC X(28) VALUE "LIQUIDACION DE CONSIGNA NO. ".
           05 DC-NUMERO PIC 9(6).
           05 FILLER PIC X(10) VALUE "  FECHA: ".
           05 DC-FECHA PIC 9(8).
       01 DOC-PROVEEDOR-LINEA.
           05 FILLER PIC X(12) VALUE "PROVEEDOR: ".
           05 DC-PROVEEDOR-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DC-NOMBRE PIC X(30).
           05 FILLER PIC X(7) VALUE "  NIF: ".
           05 DC-NIF PIC X(9).
       01 DOC-PERIODO-LINEA.
           05 FILLER PIC X(20) VALUE "VENTAS DEL PERIODO ".
           05 DC-DESDE PIC 9(8).
           05 FILLER PIC X(4) VALUE " AL ".
           05 DC-HASTA PIC 9(8).
       01 DOC-ENCABEZADO-LINEAS PIC X(80) VALUE
           "PROD.  DESCRIPCION             VENDIDAS DEVUELTAS    COSTO
      -    "      IMPORTE IVA".
       01 DOC-DETALLE.
           05 DD-PRODUCTO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DD-DESCRIP PIC X(22).
           05 FILLER PIC X VALUE SPACE.
           05 DD-VENDIDAS PIC Z(4)9.999.
           05 FILLER PIC X VALUE SPACE.
           05 DD-DEVUELTAS PIC Z(4)9.999.
           05 FILLER PIC X VALUE SPACE.
           05 DD-COSTO PIC Z(4)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DD-IMPORTE PIC -(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DD-TASA PIC Z9.
           05 FILLER PIC X VALUE "%".
       01 DOC-TOTAL-LINEA.
           05 DT-CONCEPTO PIC X(30).
           05 DT-IMPORTE PIC -(8)9.99.
       01 DOC-PIE-1 PIC X(70) VALUE
           "Rogamos nos remitan la factura por el total liquidado.".
       01 DOC-PIE-2 PIC X(70) VALUE
           "Lo no vendido se devuelve con su documento de devolucion.".

      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada.
           COPY SEGURIDAD.
       01 WS-ROL-EXIGIDO PIC X VALUE "A".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- LIQUIDACION DE CONSIGNAS -------------------
      * La mercancia en consigna es del proveedor hasta que se vende:
      * periodicamente se le liquida lo vendido desde la liquidacion
      * anterior (ventas menos devoluciones de clientes reintegradas
      * al stock) al costo pactado del maestro, con el documento que
      * el proveedor usa para facturarnos. Lo no vendido vuelve por
      * DEVOLUCION-PROVEEDOR sin abono.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           COMPUTE WS-AYER = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOY) - 1)

           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "OPERADOR NO AUTORIZADO."
               STOP RUN
           END-IF

           OPEN I-O LIQUIDACIONES
           IF WS-LIQ-STATUS = "35"
               OPEN OUTPUT LIQUIDACIONES
               CLOSE LIQUIDACIONES
               OPEN I-O LIQUIDACIONES
           END-IF
           IF WS-LIQ-STATUS NOT = "00"
               DISPLAY "Error al abrir LIQUIDACIONES-CONSIGNA-INDEXADO"
                   ".dat. Estado: " WS-LIQ-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "LIQUIDACIONES-CONSIGNA-INDEXADO.dat"
                   TO WS-INC-ARCHIVO
               MOVE WS-LIQ-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE LIQUIDACIONES
               STOP RUN
           END-IF
           OPEN INPUT PROVEEDOR
           IF WS-PROVEEDOR-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PROVEEDOR-INDEXADO.dat. "
                   "Estado: " WS-PROVEEDOR-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PROVEEDOR-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PROVEEDOR-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE LIQUIDACIONES
               CLOSE PRODUCTO
               STOP RUN
           END-IF
           PERFORM RECUPERAR-ULTIMO-NUMERO

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "MERCANCIA EN CONSIGNA"
               DISPLAY "1. LIQUIDAR LO VENDIDO A UN PROVEEDOR."
               DISPLAY "2. LISTAR LIQUIDACIONES."
               DISPLAY "3. STOCK EN CONSIGNA POR PROVEEDOR."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       PERFORM LIQUIDAR-PROVEEDOR
                   WHEN 2
                       PERFORM LISTAR-LIQUIDACIONES
                   WHEN 3
                       PERFORM REPORTE-STOCK-CONSIGNA
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE LIQUIDACIONES
           CLOSE PRODUCTO
           CLOSE PROVEEDOR
           STOP RUN.

       RECUPERAR-ULTIMO-NUMERO.
           MOVE 0 TO WS-LIQ-CONTADOR
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ LIQUIDACIONES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE LC-NUMERO TO WS-LIQ-CONTADOR
               END-READ
           END-PERFORM
           ADD 1 TO WS-LIQ-CONTADOR.

      *----------------------- LIQUIDACION --------------------------------
       LIQUIDAR-PROVEEDOR.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "ID del proveedor: "
           ACCEPT WS-PROVEEDOR-PEDIDO
           MOVE WS-PROVEEDOR-PEDIDO TO PROVEEDOR-ID
           READ PROVEEDOR
               INVALID KEY
                   DISPLAY "PROVEEDOR NO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "Proveedor: " PROVEEDOR-NOMBRE
                   MOVE "S" TO WS-CAMPO-OK
           END-READ
           IF WS-CAMPO-OK = "S"
               PERFORM CARGAR-PRODUCTOS-CONSIGNA
               IF WS-TC-CANT = 0
                   DISPLAY "EL PROVEEDOR NO TIENE PRODUCTOS EN "
                       "CONSIGNA."
                   MOVE "N" TO WS-CAMPO-OK
               END-IF
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM PEDIR-PERIODO
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM SUMAR-VENTAS-CONSIGNA
               PERFORM RESTAR-DEVOLUCIONES-CONSIGNA
               PERFORM VALORAR-LIQUIDACION
               PERFORM CONFIRMAR-LIQUIDACION
           END-IF.

       CARGAR-PRODUCTOS-CONSIGNA.
           MOVE ZEROES TO WS-TC-CANT
           INITIALIZE TABLA-CONSIGNA
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO PRODUCTO-ID
           START PRODUCTO KEY IS GREATER THAN PRODUCTO-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ PRODUCTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PRODUCTO-EN-CONSIGNA AND
                          PRODUCTO-PROVEEDOR-ID = WS-PROVEEDOR-PEDIDO
                           PERFORM ANOTAR-PRODUCTO-CONSIGNA
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-PRODUCTO-CONSIGNA.
           IF WS-TC-CANT < WS-TC-MAX
               ADD 1 TO WS-TC-CANT
               MOVE PRODUCTO-ID TO TC-PRODUCTO-ID(WS-TC-CANT)
               MOVE PRODUCTO-DESCRIP TO TC-DESCRIP(WS-TC-CANT)
               MOVE PRODUCTO-COSTO TO TC-COSTO(WS-TC-CANT)
               IF PRODUCTO-TIPO-IVA = 0
                   MOVE PA-IVA-GENERAL TO TC-TASA(WS-TC-CANT)
               ELSE
                   MOVE PRODUCTO-TIPO-IVA TO TC-TASA(WS-TC-CANT)
               END-IF
           ELSE
               DISPLAY "AVISO: mas de " WS-TC-MAX " productos en "
                   "consigna; " PRODUCTO-ID " queda fuera."
           END-IF.

      *> El periodo empieza el dia siguiente a la liquidacion anterior
      *> del proveedor, para que ninguna venta se liquide dos veces ni
      *> quede sin liquidar. La primera vez se pregunta el inicio.
       PEDIR-PERIODO.
           MOVE "N" TO WS-CAMPO-OK
           PERFORM BUSCAR-ULTIMA-LIQUIDACION
           IF WS-ULTIMO-HASTA > 0
               COMPUTE WS-DESDE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ULTIMO-HASTA) + 1)
               DISPLAY "Ultima liquidacion hasta " WS-ULTIMO-HASTA
                   ": se liquida desde " WS-DESDE "."
               MOVE "S" TO WS-CAMPO-OK
           ELSE
               DISPLAY "Primera liquidacion. Ventas desde AAAAMMDD "
                   "(0 = desde el principio): "
               PERFORM PEDIR-FECHA
               MOVE WS-FECHA-PEDIDA TO WS-DESDE
           END-IF
           IF WS-CAMPO-OK = "S"
               DISPLAY "Ventas hasta AAAAMMDD (0 = ayer, " WS-AYER
                   "): "
               PERFORM PEDIR-FECHA
               IF WS-FECHA-PEDIDA = 0
                   MOVE WS-AYER TO WS-FECHA-PEDIDA
               END-IF
               MOVE WS-FECHA-PEDIDA TO WS-HASTA
           END-IF
           IF WS-CAMPO-OK = "S"
               EVALUATE TRUE
                   WHEN WS-HASTA < WS-DESDE
                       DISPLAY "EL FIN NO PUEDE SER ANTERIOR AL "
                           "INICIO " WS-DESDE "."
                       MOVE "N" TO WS-CAMPO-OK
                   WHEN WS-HASTA > WS-HOY
                       DISPLAY "EL FIN NO PUEDE SER POSTERIOR A HOY."
                       MOVE "N" TO WS-CAMPO-OK
               END-EVALUATE
           END-IF.

       PEDIR-FECHA.
           MOVE "N" TO WS-CAMPO-OK
           ACCEPT WS-FECHA-PEDIDA
           EVALUATE TRUE
               WHEN WS-FECHA-PEDIDA NOT NUMERIC
                   DISPLAY "FECHA INVALIDA."
               WHEN WS-FECHA-PEDIDA = 0
                   MOVE "S" TO WS-CAMPO-OK
               WHEN WS-FECHA-PEDIDA-X(5:2) < "01" OR
                    WS-FECHA-PEDIDA-X(5:2) > "12" OR
                    WS-FECHA-PEDIDA-X(7:2) < "01" OR
                    WS-FECHA-PEDIDA-X(7:2) > "31"
                   DISPLAY "FECHA INVALIDA."
               WHEN OTHER
                   MOVE "S" TO WS-CAMPO-OK
           END-EVALUATE.

       BUSCAR-ULTIMA-LIQUIDACION.
           MOVE ZEROES TO WS-ULTIMO-HASTA
           MOVE "N" TO WS-EOF
           MOVE 0 TO LC-NUMERO
           START LIQUIDACIONES KEY IS NOT LESS THAN LC-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ LIQUIDACIONES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF LC-PROVEEDOR-ID = WS-PROVEEDOR-PEDIDO AND
                          LC-HASTA > WS-ULTIMO-HASTA
                           MOVE LC-HASTA TO WS-ULTIMO-HASTA
                       END-IF
               END-READ
           END-PERFORM.

      *> Por la clave alterna de producto: solo se recorren las ventas
      *> de los productos en consigna. Las lineas anuladas no cuentan.
       SUMAR-VENTAS-CONSIGNA.
           OPEN INPUT VENTAS
           IF WS-VENTAS-STATUS = "00"
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TC-CANT
                   PERFORM SUMAR-VENTAS-PRODUCTO
               END-PERFORM
               CLOSE VENTAS
           END-IF.

       SUMAR-VENTAS-PRODUCTO.
           MOVE "N" TO WS-EOF-MOV
           MOVE TC-PRODUCTO-ID(WS-I) TO VE-PRODUCTO-ID
           START VENTAS KEY IS EQUAL VE-PRODUCTO-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-MOV
           END-START
           PERFORM UNTIL WS-EOF-MOV = "S"
               READ VENTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MOV
                   NOT AT END
                       IF VE-PRODUCTO-ID NOT = TC-PRODUCTO-ID(WS-I)
                           MOVE "S" TO WS-EOF-MOV
                       ELSE
                           IF VE-FECHA >= WS-DESDE AND
                              VE-FECHA <= WS-HASTA AND
                              NOT VE-ES-ANULADA AND
                              NOT VE-ES-DEPOSITO
                               ADD UNIDADES TO TC-VENDIDAS(WS-I)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> La devolucion reintegrada vuelve a la estanteria del
      *> proveedor y no se le paga; la desechada se vendio y se
      *> consumio, y se liquida.
       RESTAR-DEVOLUCIONES-CONSIGNA.
           OPEN INPUT DEVOLUCIONES
           IF WS-DEVOL-STATUS = "00"
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TC-CANT
                   PERFORM RESTAR-DEVOLUCIONES-PRODUCTO
               END-PERFORM
               CLOSE DEVOLUCIONES
           END-IF.

       RESTAR-DEVOLUCIONES-PRODUCTO.
           MOVE "N" TO WS-EOF-MOV
           MOVE TC-PRODUCTO-ID(WS-I) TO DV-PRODUCTO-ID
           START DEVOLUCIONES KEY IS EQUAL DV-PRODUCTO-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-MOV
           END-START
           PERFORM UNTIL WS-EOF-MOV = "S"
               READ DEVOLUCIONES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MOV
                   NOT AT END
                       IF DV-PRODUCTO-ID NOT = TC-PRODUCTO-ID(WS-I)
                           MOVE "S" TO WS-EOF-MOV
                       ELSE
                           IF DV-FECHA >= WS-DESDE AND
                              DV-FECHA <= WS-HASTA AND
                              DV-REINTEGRAR
                               ADD DV-UNIDADES TO TC-DEVUELTAS(WS-I)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       VALORAR-LIQUIDACION.
           MOVE ZEROES TO WS-LIQ-PRODUCTOS
           MOVE ZEROES TO WS-LIQ-UNIDADES
           MOVE ZEROES TO WS-LIQ-BASE
           MOVE ZEROES TO WS-LIQ-CUOTA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TC-CANT
               COMPUTE TC-NETAS(WS-I) =
                   TC-VENDIDAS(WS-I) - TC-DEVUELTAS(WS-I)
               COMPUTE TC-IMPORTE(WS-I) ROUNDED =
                   TC-NETAS(WS-I) * TC-COSTO(WS-I)
               COMPUTE TC-CUOTA(WS-I) ROUNDED =
                   TC-IMPORTE(WS-I) * TC-TASA(WS-I) / 100
               IF TC-VENDIDAS(WS-I) > 0 OR TC-DEVUELTAS(WS-I) > 0
                   ADD 1 TO WS-LIQ-PRODUCTOS
               END-IF
               ADD TC-NETAS(WS-I) TO WS-LIQ-UNIDADES
               ADD TC-IMPORTE(WS-I) TO WS-LIQ-BASE
               ADD TC-CUOTA(WS-I) TO WS-LIQ-CUOTA
           END-PERFORM
           COMPUTE WS-LIQ-TOTAL = WS-LIQ-BASE + WS-LIQ-CUOTA.

       CONFIRMAR-LIQUIDACION.
           MOVE WS-LIQ-UNIDADES TO WS-UNIDADES-EDIT
           DISPLAY "PERIODO " WS-DESDE " - " WS-HASTA ": "
               WS-LIQ-PRODUCTOS " productos con movimiento, "
               WS-UNIDADES-EDIT " unidades netas."
           MOVE WS-LIQ-BASE TO WS-IMPORTE-EDIT
           DISPLAY "BASE AL COSTO PACTADO: " WS-IMPORTE-EDIT
           MOVE WS-LIQ-TOTAL TO WS-IMPORTE-EDIT
           DISPLAY "TOTAL CON IVA.......: " WS-IMPORTE-EDIT
           DISPLAY "Grabar la liquidacion y emitir el documento? "
               "(S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM GRABAR-LIQUIDACION
           ELSE
               DISPLAY "Liquidacion cancelada por el usuario."
           END-IF.

       GRABAR-LIQUIDACION.
           MOVE WS-LIQ-CONTADOR TO LC-NUMERO
           MOVE WS-PROVEEDOR-PEDIDO TO LC-PROVEEDOR-ID
           MOVE WS-DESDE TO LC-DESDE
           MOVE WS-HASTA TO LC-HASTA
           MOVE WS-HOY TO LC-FECHA
           MOVE WS-LIQ-PRODUCTOS TO LC-PRODUCTOS
           MOVE WS-LIQ-UNIDADES TO LC-UNIDADES
           MOVE WS-LIQ-BASE TO LC-BASE
           MOVE WS-LIQ-CUOTA TO LC-CUOTA-IVA
           MOVE WS-LIQ-TOTAL TO LC-TOTAL
           MOVE WS-OPERADOR-VALIDADO TO LC-OPERADOR
           WRITE LIQ-CONSIGNA-REGISTRO INVALID KEY
               DISPLAY "Error al grabar la liquidacion. Estado: "
                   WS-LIQ-STATUS
               MOVE "GRABAR-LIQUIDACION" TO WS-INC-PARRAFO
               MOVE "LIQUIDACIONES-CONSIGNA-INDEXADO.dat"
                   TO WS-INC-ARCHIVO
               MOVE WS-LIQ-STATUS TO WS-INC-ESTADO
               MOVE LC-NUMERO TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-LIQ-STATUS = "00"
               PERFORM GENERAR-DOCUMENTO-LIQUIDACION
               ADD 1 TO WS-LIQ-CONTADOR
           END-IF.

       GENERAR-DOCUMENTO-LIQUIDACION.
           MOVE SPACES TO WS-NOMBRE-TXT
           STRING "LIQ-CONSIGNA-" LC-PROVEEDOR-ID "-" LC-NUMERO
               ".txt" DELIMITED BY SIZE INTO WS-NOMBRE-TXT
           OPEN OUTPUT DOCUMENTO-TXT
           MOVE TIENDA-NOMBRE TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE TIENDA-NIF TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE LC-NUMERO TO DC-NUMERO
           MOVE LC-FECHA TO DC-FECHA
           MOVE DOC-CABECERA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE LC-PROVEEDOR-ID TO DC-PROVEEDOR-ID
           MOVE PROVEEDOR-NOMBRE TO DC-NOMBRE
           MOVE PROVEEDOR-NIF TO DC-NIF
           MOVE DOC-PROVEEDOR-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE LC-DESDE TO DC-DESDE
           MOVE LC-HASTA TO DC-HASTA
           MOVE DOC-PERIODO-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE DOC-ENCABEZADO-LINEAS TO DOC-LINEA
           WRITE DOC-LINEA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TC-CANT
               IF TC-VENDIDAS(WS-I) > 0 OR TC-DEVUELTAS(WS-I) > 0
                   PERFORM ESCRIBIR-LINEA-DOCUMENTO
               END-IF
           END-PERFORM
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE "BASE IMPONIBLE (COSTO PACTADO)" TO DT-CONCEPTO
           MOVE LC-BASE TO DT-IMPORTE
           MOVE DOC-TOTAL-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE "CUOTA DE IVA" TO DT-CONCEPTO
           MOVE LC-CUOTA-IVA TO DT-IMPORTE
           MOVE DOC-TOTAL-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE "TOTAL A FACTURAR" TO DT-CONCEPTO
           MOVE LC-TOTAL TO DT-IMPORTE
           MOVE DOC-TOTAL-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE DOC-PIE-1 TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE DOC-PIE-2 TO DOC-LINEA
           WRITE DOC-LINEA
           CLOSE DOCUMENTO-TXT
           DISPLAY "LIQUIDACION " LC-NUMERO " GRABADA. Documento "
               "para el proveedor: " WS-NOMBRE-TXT.

       ESCRIBIR-LINEA-DOCUMENTO.
           MOVE TC-PRODUCTO-ID(WS-I) TO DD-PRODUCTO
           MOVE TC-DESCRIP(WS-I) TO DD-DESCRIP
           MOVE TC-VENDIDAS(WS-I) TO DD-VENDIDAS
           MOVE TC-DEVUELTAS(WS-I) TO DD-DEVUELTAS
           MOVE TC-COSTO(WS-I) TO DD-COSTO
           MOVE TC-IMPORTE(WS-I) TO DD-IMPORTE
           MOVE TC-TASA(WS-I) TO DD-TASA
           MOVE DOC-DETALLE TO DOC-LINEA
           WRITE DOC-LINEA.

      *----------------------- LISTADO DE LIQUIDACIONES -------------------
       LISTAR-LIQUIDACIONES.
           DISPLAY "NUMERO PROV.  NOMBRE                   PERIODO"
               "                   BASE        TOTAL"
           MOVE ZEROES TO WS-LIQUIDACIONES
           MOVE "N" TO WS-EOF
           MOVE 0 TO LC-NUMERO
           START LIQUIDACIONES KEY IS NOT LESS THAN LC-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ LIQUIDACIONES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM MOSTRAR-LIQUIDACION
               END-READ
           END-PERFORM
           IF WS-LIQUIDACIONES = 0
               DISPLAY "SIN LIQUIDACIONES DE CONSIGNA."
           END-IF.

       MOSTRAR-LIQUIDACION.
           ADD 1 TO WS-LIQUIDACIONES
           MOVE LC-PROVEEDOR-ID TO PROVEEDOR-ID
           READ PROVEEDOR
               INVALID KEY
                   MOVE "(PROVEEDOR DESCONOCIDO)" TO PROVEEDOR-NOMBRE
           END-READ
           MOVE LC-NUMERO TO DLQ-NUMERO
           MOVE LC-PROVEEDOR-ID TO DLQ-PROVEEDOR
           MOVE PROVEEDOR-NOMBRE TO DLQ-NOMBRE
           MOVE LC-DESDE TO DLQ-DESDE
           MOVE LC-HASTA TO DLQ-HASTA
           MOVE LC-BASE TO DLQ-BASE
           MOVE LC-TOTAL TO DLQ-TOTAL
           DISPLAY DETALLE-LIQUIDACION.

      *----------------------- STOCK EN CONSIGNA --------------------------
      * Lo que hay en la estanteria del proveedor: a devolverle si no
      * se vende, a liquidarle al costo pactado si falta.
       REPORTE-STOCK-CONSIGNA.
           DISPLAY "ID del proveedor (0 = todos): "
           ACCEPT WS-PROVEEDOR-PEDIDO
           DISPLAY "PROV.  PROD.  DESCRIPCION                         "
               "STOCK    COSTO         VALOR"
           MOVE ZEROES TO WS-TOTAL-STOCK
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO PRODUCTO-ID
           START PRODUCTO KEY IS GREATER THAN PRODUCTO-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ PRODUCTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PRODUCTO-EN-CONSIGNA AND
                          PRODUCTO-STOCK > 0 AND
                          (WS-PROVEEDOR-PEDIDO = 0 OR
                           PRODUCTO-PROVEEDOR-ID = WS-PROVEEDOR-PEDIDO)
                           PERFORM MOSTRAR-STOCK-CONSIGNA
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-TOTAL-STOCK TO WS-IMPORTE-EDIT
           DISPLAY "VALOR AL COSTO PACTADO (DEL PROVEEDOR): "
               WS-IMPORTE-EDIT.

       MOSTRAR-STOCK-CONSIGNA.
           COMPUTE WS-VALOR-STOCK ROUNDED =
               PRODUCTO-STOCK * PRODUCTO-COSTO
           ADD WS-VALOR-STOCK TO WS-TOTAL-STOCK
           MOVE PRODUCTO-PROVEEDOR-ID TO DST-PROVEEDOR
           MOVE PRODUCTO-ID TO DST-PRODUCTO
           MOVE PRODUCTO-DESCRIP TO DST-DESCRIP
           MOVE PRODUCTO-STOCK TO DST-STOCK
           MOVE PRODUCTO-COSTO TO DST-COSTO
           MOVE WS-VALOR-STOCK TO DST-VALOR
           DISPLAY DETALLE-STOCK.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NOMBRE TO TIENDA-NOMBRE
           MOVE SPACES TO TIENDA-NIF
           STRING "NIF: " PA-TIENDA-NIF DELIMITED BY SIZE
               INTO TIENDA-NIF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "LIQUIDAR-CONSIGNA" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM LIQUIDAR-CONSIGNA.
