       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUENTA-RESULTADOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTAS
               ASSIGN TO "VENTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTAS-ID
               ALTERNATE RECORD KEY IS VE-PRODUCTO-ID WITH DUPLICATES
               FILE STATUS IS WS-VENTAS-STATUS.

      *> Anuales de ARCHIVAR-ANUAL (VENTAS-ARCHIVO-AAAA.dat y
      *> DEVOLUCIONES-ARCHIVO-AAAA.dat): el mes del ano anterior, o
      *> un mes pedido de un ano ya archivado, vive en ellos.
           SELECT VENTAS-ARCHIVO
               ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VA-VENTAS-ID
               ALTERNATE RECORD KEY IS VA-PRODUCTO-ID WITH DUPLICATES
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT DEVOL-ARCHIVO
               ASSIGN TO DYNAMIC WS-NOMBRE-ARCH-DEVOL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-DEVOLUCION-ID
               FILE STATUS IS WS-ARCH-DEVOL-STATUS.

           SELECT DEVOLUCIONES
               ASSIGN TO "DEVOLUCIONES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEVOLUCION-ID
               ALTERNATE RECORD KEY IS DV-PRODUCTO-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS DV-VENTA-ID WITH DUPLICATES
               FILE STATUS IS WS-DEVOL-STATUS.

           SELECT KARDEX
               ASSIGN TO "KARDEX.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KARDEX-STATUS.

      *> Anuales podados por ARCHIVAR-HISTORICOS (KARDEX-AAAA.dat y
      *> MERMAS-AAAA.dat): se leen antes que el archivo vivo.
           SELECT KARDEX-ARCHIVO
               ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT MERMAS
               ASSIGN TO "MERMAS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERMAS-STATUS.

           SELECT MERMAS-ARCHIVO
               ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT AJUSTES-HIST
               ASSIGN TO "AJUSTES-CONTEO-HIST.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AJHIST-STATUS.

           SELECT GASTOS
               ASSIGN TO "GASTOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-NUMERO
               FILE STATUS IS WS-GASTOS-STATUS.

           SELECT RAPPELS
               ASSIGN TO "RAPPELS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-CLAVE
               FILE STATUS IS WS-RAPPELS-STATUS.

           SELECT PORTES-LINEAS
               ASSIGN TO "PORTES-LINEAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTL-CLAVE
               FILE STATUS IS WS-PORTLIN-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT FAMILIAS
               ASSIGN TO "FAMILIAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAMILIA-CODIGO
               FILE STATUS IS WS-FAMILIAS-STATUS.

           SELECT LISTADO-TXT
               ASSIGN TO DYNAMIC WS-NOMBRE-LISTADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENTAS.
           COPY VENTAS.

       FD DEVOLUCIONES.
           COPY DEVOLUCION.

      * Layout plano historico de los archivos anuales, el mismo que
      * graba ARCHIVAR-ANUAL.
       FD VENTAS-ARCHIVO.
       01 VENTAS-ARCHIVO-REGISTRO.
           03 VA-VENTAS-ID PIC 9(6).
           03 VA-PRODUCTO-ID PIC 9(6).
           03 VA-UNIDADES PIC 9(3).
           03 VA-FECHA PIC 9(8).
           03 VA-HORA PIC 9(6).
           03 VA-PRECIO-UNITARIO PIC 9(5)V99.
           03 VA-IMPORTE PIC 9(7)V99.
           03 VA-TICKET-NUMERO PIC 9(6).

       FD DEVOL-ARCHIVO.
       01 DEVOL-ARCHIVO-REGISTRO.
           03 DA-DEVOLUCION-ID PIC 9(6).
           03 DA-PRODUCTO-ID PIC 9(6).
           03 DA-UNIDADES PIC 9(3).
           03 DA-FECHA PIC 9(8).
           03 DA-MOTIVO PIC X(30).
           03 DA-VENTA-ID PIC 9(6).
           03 DA-DISPOSICION PIC X.

       FD KARDEX.
           COPY KARDEX.

       FD KARDEX-ARCHIVO.
           COPY KARDEX REPLACING LEADING ==KARDEX== BY ==KARCH==.

       FD MERMAS.
           COPY MERMA.

       FD MERMAS-ARCHIVO.
           COPY MERMA REPLACING LEADING ==MERMA== BY ==MARCH==.

       FD AJUSTES-HIST.
           COPY AJUSTEH.

       FD GASTOS.
           COPY GASTO.

       FD RAPPELS.
           COPY RAPPEL.

       FD PORTES-LINEAS.
           COPY PORTLIN.

       FD PRODUCTO.
           COPY PRODFLT.

       FD FAMILIAS.
           COPY FAMILIA.

       FD LISTADO-TXT.
       01 LIS-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-VENTAS-STATUS PIC XX.
       01 WS-DEVOL-STATUS PIC XX.
       01 WS-KARDEX-STATUS PIC XX.
       01 WS-ARCHIVO-STATUS PIC XX.
       01 WS-ARCH-DEVOL-STATUS PIC XX.
       01 WS-NOMBRE-ARCH-DEVOL PIC X(40).
       01 WS-HAY-VENTAS-ARCHIVO PIC X VALUE "N".
       01 WS-MERMAS-STATUS PIC XX.
       01 WS-AJHIST-STATUS PIC XX.
       01 WS-GASTOS-STATUS PIC XX.
       01 WS-RAPPELS-STATUS PIC XX.
       01 WS-PORTLIN-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-FAMILIAS-STATUS PIC XX.
       01 WS-LISTADO-STATUS PIC XX.
       01 WS-NOMBRE-ARCHIVO PIC X(40).
       01 WS-NOMBRE-LISTADO PIC X(40).
       01 WS-EOF PIC X VALUE "N".
       01 WS-PERIODO-CERRADO PIC X VALUE "N".
       01 WS-FECHA-CONTROL PIC 9(8).

      *----------------------- PERIODOS DEL INFORME -----------------------
      * Tres columnas: el mes pedido, lo acumulado del ano hasta ese
      * mes y el mismo mes del ano anterior.
       01 WS-MES-PEDIDO PIC 9(6).
       01 WS-MES-PEDIDO-R REDEFINES WS-MES-PEDIDO.
           05 WS-PEDIDO-ANIO PIC 9(4).
           05 WS-PEDIDO-MES PIC 99.
       01 WS-MES-INICIO-ANIO PIC 9(6).
       01 WS-MES-ANTERIOR PIC 9(6).
       01 WS-ANIO PIC 9(4).
       01 WS-ANIO-HASTA PIC 9(4).
       01 WS-FECHA-MOV PIC 9(8).
       01 WS-MES-MOV PIC 9(6).
       01 WS-EN-MES PIC X VALUE "N".

      *----------------------- MOVIMIENTO EN CURSO ------------------------
      * Cada importe se anota con el signo con que suma al resultado:
      * ingresos en positivo, costes y gastos en negativo.
       01 WS-LINEA PIC 99.
       01 WS-IMPORTE-MOV PIC S9(9)V99.
       01 WS-TASA PIC 9(2).
       01 WS-FAMILIA-IDX PIC 9(4).
       01 WS-COSTE-DESECHO PIC 9(9)V99.

      *----------------------- LINEAS DE LA CUENTA ------------------------
      * 1 ventas (base sin IVA), 2 devoluciones, 3 coste de ventas,
      * 4 mermas, 5 diferencias de inventario, 6 rappels de
      * proveedores, 7 a 16 gastos por categoria (GASTOCAT), y las
      * calculadas: 17 ventas netas, 18 margen bruto, 19 margen
      * comercial, 20 total gastos, 21 resultado neto.
       01 TABLA-CUENTA.
           05 CR-LINEA OCCURS 21 TIMES.
               10 CR-IMPORTE PIC S9(11)V99 OCCURS 3 TIMES.
       01 TABLA-CONCEPTOS.
           05 FILLER PIC X(30) VALUE "VENTAS (BASE SIN IVA)".
           05 FILLER PIC X(30) VALUE "DEVOLUCIONES DE CLIENTES".
           05 FILLER PIC X(30) VALUE "COSTE DE LAS VENTAS".
           05 FILLER PIC X(30) VALUE "MERMAS (A COSTE)".
           05 FILLER PIC X(30) VALUE "DIFERENCIAS DE INVENTARIO".
           05 FILLER PIC X(30) VALUE "RAPPELS DE PROVEEDORES".
       01 TABLA-CONCEPTOS-R REDEFINES TABLA-CONCEPTOS.
           05 CR-CONCEPTO PIC X(30) OCCURS 6 TIMES.
       01 WS-C PIC 9.
       01 WS-I PIC 9(4).
       01 WS-CAT PIC 99.

      *----------------------- MARGEN POR FAMILIA -------------------------
      * Solo para el mes pedido. Indice = codigo de familia + 1 (la
      * primera posicion es "sin familia").
       01 TABLA-FAMILIAS.
           05 FM-ENTRADA OCCURS 1000 TIMES.
               10 FM-VENTAS PIC S9(11)V99.
               10 FM-COSTE PIC S9(11)V99.
       01 WS-FM-MARGEN PIC S9(11)V99.
       01 WS-FM-PORCENTAJE PIC S9(5)V9.
       01 WS-FM-TOTAL-VENTAS PIC S9(11)V99 VALUE ZEROES.
       01 WS-FM-TOTAL-COSTE PIC S9(11)V99 VALUE ZEROES.

           COPY GASTOCAT.

       01 TIENDA-NOMBRE PIC X(40) VALUE
           "ULTRAMARINOS LA ESQUINA S.L.".
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.

      *----------------------- LINEAS DEL LISTADO -------------------------
       01 LIS-TITULO.
           05 FILLER PIC X(30) VALUE "CUENTA DE RESULTADOS DEL MES ".
           05 LT-MES PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 LT-TIENDA PIC X(40).
       01 LIS-ENCABEZADO.
           05 FILLER PIC X(32) VALUE "CONCEPTO".
           05 FILLER PIC X(18) VALUE "             MES".
           05 FILLER PIC X(18) VALUE "   ACUMULADO ANO".
           05 FILLER PIC X(18) VALUE "  MES ANO ANTER.".
       01 LIS-DETALLE.
           05 LD-CONCEPTO PIC X(32).
           05 LD-COLUMNA OCCURS 3 TIMES.
               10 LD-IMPORTE PIC -Z(11)9.99.
               10 FILLER PIC X(2) VALUE SPACES.
       01 LIS-ENC-FAMILIA.
           05 FILLER PIC X(30) VALUE "FAMILIA".
           05 FILLER PIC X(17) VALUE "    VENTAS NETAS".
           05 FILLER PIC X(17) VALUE "    COSTE VENTAS".
           05 FILLER PIC X(17) VALUE "    MARGEN BRUTO".
           05 FILLER PIC X(10) VALUE "  MARGEN %".
       01 LIS-FAMILIA.
           05 LF-CODIGO PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 LF-NOMBRE PIC X(26).
           05 LF-VENTAS PIC -Z(11)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LF-COSTE PIC -Z(11)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LF-MARGEN PIC -Z(11)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LF-PORCENTAJE PIC -ZZZ9.9.
       01 LIS-SEPARADOR PIC X(100) VALUE ALL "-".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- CUENTA DE RESULTADOS -----------------------
      * Cuenta de resultados de un mes ya cerrado: ventas netas sin
      * IVA (detalle de ventas menos devoluciones a clientes), coste
      * de las ventas al costo medio del kardex valorado, mermas a
      * coste, diferencias de los conteos (AJUSTES-CONTEO-HIST), los
      * rappels de proveedores y los gastos de explotacion por
      * categoria, hasta el resultado neto. Columnas del mes, del
      * acumulado del ano y del mismo mes del ano anterior, y al pie
      * el margen bruto del mes por familia. Sale en
      * CUENTA-RESULTADOS-AAAAMM.txt.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           DISPLAY "Mes de la cuenta de resultados (AAAAMM): "
           ACCEPT WS-MES-PEDIDO
           IF WS-PEDIDO-MES < 1 OR WS-PEDIDO-MES > 12
               DISPLAY "Mes invalido."
               STOP RUN
           END-IF

      *> Solo se presenta un mes cerrado: sus cifras ya no cambian.
           COMPUTE WS-FECHA-CONTROL = WS-MES-PEDIDO * 100 + 1
           CALL "PERIODO-CERRADO" USING WS-FECHA-CONTROL,
               WS-PERIODO-CERRADO
           IF WS-PERIODO-CERRADO NOT = "S"
               DISPLAY "El mes " WS-MES-PEDIDO " no esta cerrado. "
                   "Ejecute antes CIERRE-MENSUAL."
               STOP RUN
           END-IF

           COMPUTE WS-MES-INICIO-ANIO = WS-PEDIDO-ANIO * 100 + 1
           COMPUTE WS-MES-ANTERIOR = WS-MES-PEDIDO - 100
           MOVE ZEROES TO TABLA-CUENTA
           MOVE ZEROES TO TABLA-FAMILIAS

           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           PERFORM ACUMULAR-VENTAS
           PERFORM ACUMULAR-DEVOLUCIONES
           PERFORM ACUMULAR-KARDEX
           PERFORM ACUMULAR-MERMAS-DEVOLUCION
           PERFORM ACUMULAR-AJUSTES
           PERFORM ACUMULAR-RAPPELS
           PERFORM ACUMULAR-PORTES-TARDIOS
           PERFORM ACUMULAR-GASTOS
           CLOSE PRODUCTO

           PERFORM CALCULAR-TOTALES
           PERFORM ESCRIBIR-LISTADO
           STOP RUN.

      *----------------------- VENTAS -------------------------------------
      *> El precio de mostrador lleva el IVA dentro: la base se
      *> obtiene deshaciendo el tipo del producto. Los depositos de
      *> envase no son venta. Los anos ya archivados se leen antes
      *> que el detalle vivo, como el kardex.
       ACUMULAR-VENTAS.
           COMPUTE WS-ANIO = WS-MES-ANTERIOR / 100
           MOVE WS-PEDIDO-ANIO TO WS-ANIO-HASTA
           PERFORM UNTIL WS-ANIO > WS-ANIO-HASTA
               PERFORM ACUMULAR-VENTAS-ARCHIVO
               ADD 1 TO WS-ANIO
           END-PERFORM

           OPEN INPUT VENTAS
           IF WS-VENTAS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ VENTAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF NOT VE-ES-ANULADA AND
                              NOT VE-ES-DEPOSITO
                               PERFORM ACUMULAR-UNA-VENTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTAS
           END-IF.

       ACUMULAR-VENTAS-ARCHIVO.
           MOVE SPACES TO WS-NOMBRE-ARCHIVO
           STRING "VENTAS-ARCHIVO-" WS-ANIO ".dat"
               DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO
           OPEN INPUT VENTAS-ARCHIVO
           IF WS-ARCHIVO-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ VENTAS-ARCHIVO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM ACUMULAR-VENTA-ARCHIVADA
                   END-READ
               END-PERFORM
               CLOSE VENTAS-ARCHIVO
           END-IF.

      *> El archivo anual no lleva tipo de linea ni marca de anulada
      *> (las anuladas se purgan al archivar): el deposito de envase
      *> se reconoce por su articulo, que no se vende suelto.
       ACUMULAR-VENTA-ARCHIVADA.
           MOVE SPACE TO VE-TIPO-LINEA
           MOVE VA-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               NOT INVALID KEY
                   IF PRODUCTO-ES-DEPOSITO
                       MOVE "D" TO VE-TIPO-LINEA
                   END-IF
           END-READ
           IF NOT VE-ES-DEPOSITO
               MOVE VA-PRODUCTO-ID TO VE-PRODUCTO-ID
               MOVE VA-FECHA TO VE-FECHA
               MOVE VA-UNIDADES TO UNIDADES
               MOVE VA-IMPORTE TO VE-IMPORTE
               PERFORM ACUMULAR-UNA-VENTA
           END-IF.

       ACUMULAR-UNA-VENTA.
           MOVE VE-FECHA TO WS-FECHA-MOV
           PERFORM CLASIFICAR-FECHA
           IF WS-MES-MOV >= WS-MES-ANTERIOR AND
              WS-MES-MOV <= WS-MES-PEDIDO
               MOVE VE-PRODUCTO-ID TO PRODUCTO-ID
               PERFORM LEER-PRODUCTO
               COMPUTE WS-IMPORTE-MOV ROUNDED =
                   VE-IMPORTE / (1 + WS-TASA / 100)
               MOVE 1 TO WS-LINEA
               PERFORM ANOTAR-IMPORTE
               IF WS-EN-MES = "S"
                   ADD WS-IMPORTE-MOV TO FM-VENTAS(WS-FAMILIA-IDX)
               END-IF
               IF PRODUCTO-EN-CONSIGNA
                   COMPUTE WS-IMPORTE-MOV ROUNDED =
                       0 - UNIDADES * PRODUCTO-COSTO
                   PERFORM ANOTAR-COSTE-CONSIGNA
               END-IF
           END-IF.

       ACUMULAR-DEVOLUCIONES.
           COMPUTE WS-ANIO = WS-MES-ANTERIOR / 100
           MOVE WS-PEDIDO-ANIO TO WS-ANIO-HASTA
           PERFORM UNTIL WS-ANIO > WS-ANIO-HASTA
               PERFORM ACUMULAR-DEVOLUCIONES-ARCHIVO
               ADD 1 TO WS-ANIO
           END-PERFORM

           OPEN INPUT DEVOLUCIONES
           IF WS-DEVOL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ DEVOLUCIONES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM ACUMULAR-UNA-DEVOLUCION
                   END-READ
               END-PERFORM
               CLOSE DEVOLUCIONES
           END-IF.

      *> Las ventas archivadas del mismo ano quedan abiertas para
      *> valorar el reembolso de cada devolucion.
       ACUMULAR-DEVOLUCIONES-ARCHIVO.
           MOVE SPACES TO WS-NOMBRE-ARCH-DEVOL
           STRING "DEVOLUCIONES-ARCHIVO-" WS-ANIO ".dat"
               DELIMITED BY SIZE INTO WS-NOMBRE-ARCH-DEVOL
           OPEN INPUT DEVOL-ARCHIVO
           IF WS-ARCH-DEVOL-STATUS = "00"
               MOVE SPACES TO WS-NOMBRE-ARCHIVO
               STRING "VENTAS-ARCHIVO-" WS-ANIO ".dat"
                   DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO
               OPEN INPUT VENTAS-ARCHIVO
               IF WS-ARCHIVO-STATUS = "00"
                   MOVE "S" TO WS-HAY-VENTAS-ARCHIVO
               ELSE
                   MOVE "N" TO WS-HAY-VENTAS-ARCHIVO
               END-IF
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ DEVOL-ARCHIVO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM ACUMULAR-DEVOLUCION-ARCHIVADA
                   END-READ
               END-PERFORM
               CLOSE DEVOL-ARCHIVO
               IF WS-HAY-VENTAS-ARCHIVO = "S"
                   CLOSE VENTAS-ARCHIVO
               END-IF
           END-IF.

      *> El archivo anual no guarda el reembolso: se valora al precio
      *> cobrado en la venta original y, si esta no se encuentra en
      *> el archivo del mismo ano, al precio actual del producto.
       ACUMULAR-DEVOLUCION-ARCHIVADA.
           MOVE DA-DEVOLUCION-ID TO DEVOLUCION-ID
           MOVE DA-PRODUCTO-ID TO DV-PRODUCTO-ID
           MOVE DA-UNIDADES TO DV-UNIDADES
           MOVE DA-FECHA TO DV-FECHA
           MOVE DA-VENTA-ID TO DV-VENTA-ID
           MOVE DA-DISPOSICION TO DV-DISPOSICION
           MOVE ZEROES TO DV-REEMBOLSO-IMPORTE
           IF WS-HAY-VENTAS-ARCHIVO = "S"
               MOVE DA-VENTA-ID TO VA-VENTAS-ID
               READ VENTAS-ARCHIVO
                   NOT INVALID KEY
                       COMPUTE DV-REEMBOLSO-IMPORTE ROUNDED =
                           DA-UNIDADES * VA-PRECIO-UNITARIO
               END-READ
           END-IF
           IF DV-REEMBOLSO-IMPORTE = 0
               MOVE DA-PRODUCTO-ID TO PRODUCTO-ID
               READ PRODUCTO
                   NOT INVALID KEY
                       COMPUTE DV-REEMBOLSO-IMPORTE ROUNDED =
                           DA-UNIDADES * PRODUCTO-PRECIO
               END-READ
           END-IF
           PERFORM ACUMULAR-UNA-DEVOLUCION.

       ACUMULAR-UNA-DEVOLUCION.
           MOVE DV-FECHA TO WS-FECHA-MOV
           PERFORM CLASIFICAR-FECHA
           IF WS-MES-MOV >= WS-MES-ANTERIOR AND
              WS-MES-MOV <= WS-MES-PEDIDO AND
              DV-REEMBOLSO-IMPORTE > 0
               MOVE DV-PRODUCTO-ID TO PRODUCTO-ID
               PERFORM LEER-PRODUCTO
               COMPUTE WS-IMPORTE-MOV ROUNDED =
                   0 - DV-REEMBOLSO-IMPORTE / (1 + WS-TASA / 100)
               MOVE 2 TO WS-LINEA
               PERFORM ANOTAR-IMPORTE
               IF WS-EN-MES = "S"
                   ADD WS-IMPORTE-MOV TO FM-VENTAS(WS-FAMILIA-IDX)
               END-IF
           END-IF
           IF WS-MES-MOV >= WS-MES-ANTERIOR AND
              WS-MES-MOV <= WS-MES-PEDIDO AND
              DV-REINTEGRAR
               MOVE DV-PRODUCTO-ID TO PRODUCTO-ID
               PERFORM LEER-PRODUCTO
               IF PRODUCTO-EN-CONSIGNA
                   COMPUTE WS-IMPORTE-MOV ROUNDED =
                       DV-UNIDADES * PRODUCTO-COSTO
                   PERFORM ANOTAR-COSTE-CONSIGNA
               END-IF
           END-IF.

      *> La mercancia en consigna sale del kardex a costo cero: su
      *> coste de ventas es lo que se le debe al proveedor, las
      *> unidades vendidas (menos las devueltas y reintegradas) al
      *> costo pactado del maestro.
       ANOTAR-COSTE-CONSIGNA.
           MOVE 3 TO WS-LINEA
           PERFORM ANOTAR-IMPORTE
           IF WS-EN-MES = "S"
               SUBTRACT WS-IMPORTE-MOV FROM FM-COSTE(WS-FAMILIA-IDX)
           END-IF.

      *----------------------- COSTE DE VENTAS Y MERMAS -------------------
      * Del kardex valorado: las salidas por venta (y los componentes
      * de kit) son coste de ventas; las devoluciones reintegradas y
      * las anulaciones lo devuelven. Las mermas por caducidad salen
      * con su tipo MERMA al costo del momento.
       ACUMULAR-KARDEX.
           COMPUTE WS-ANIO = WS-MES-ANTERIOR / 100
           MOVE WS-PEDIDO-ANIO TO WS-ANIO-HASTA
           PERFORM UNTIL WS-ANIO > WS-ANIO-HASTA
               MOVE SPACES TO WS-NOMBRE-ARCHIVO
               STRING "KARDEX-" WS-ANIO ".dat"
                   DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO
               OPEN INPUT KARDEX-ARCHIVO
               IF WS-ARCHIVO-STATUS = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "S"
                       READ KARDEX-ARCHIVO
                           AT END
                               MOVE "S" TO WS-EOF
                           NOT AT END
                               MOVE KARCH-REGISTRO TO KARDEX-REGISTRO
                               PERFORM PROCESAR-KARDEX
                       END-READ
                   END-PERFORM
                   CLOSE KARDEX-ARCHIVO
               END-IF
               ADD 1 TO WS-ANIO
           END-PERFORM

           OPEN INPUT KARDEX
           IF WS-KARDEX-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ KARDEX
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM PROCESAR-KARDEX
                   END-READ
               END-PERFORM
               CLOSE KARDEX
           END-IF.

       PROCESAR-KARDEX.
           MOVE KARDEX-FECHA TO WS-FECHA-MOV
           PERFORM CLASIFICAR-FECHA
           IF WS-MES-MOV >= WS-MES-ANTERIOR AND
              WS-MES-MOV <= WS-MES-PEDIDO
               MOVE 0 TO WS-LINEA
               EVALUATE KARDEX-TIPO
                   WHEN "VENTA"
                   WHEN "VENTA-KIT"
                       MOVE 3 TO WS-LINEA
                       COMPUTE WS-IMPORTE-MOV = 0 - KARDEX-VALOR
                   WHEN "DEVOLUCION"
                   WHEN "ANULACION"
                   WHEN "ANULA-KIT"
                       MOVE 3 TO WS-LINEA
                       MOVE KARDEX-VALOR TO WS-IMPORTE-MOV
                   WHEN "MERMA"
                       MOVE 4 TO WS-LINEA
                       COMPUTE WS-IMPORTE-MOV = 0 - KARDEX-VALOR
               END-EVALUATE
               IF WS-LINEA > 0
                   PERFORM ANOTAR-IMPORTE
               END-IF
               IF WS-LINEA = 3 AND WS-EN-MES = "S"
                   MOVE KARDEX-PRODUCTO-ID TO PRODUCTO-ID
                   PERFORM LEER-PRODUCTO
                   SUBTRACT WS-IMPORTE-MOV
                       FROM FM-COSTE(WS-FAMILIA-IDX)
               END-IF
           END-IF.

      *> La devolucion desechada no vuelve al stock ni al kardex: su
      *> coste sigue dentro del coste de ventas. Se pasa a mermas al
      *> costo actual del producto (MERMAS.dat la guarda a precio de
      *> venta).
       ACUMULAR-MERMAS-DEVOLUCION.
           COMPUTE WS-ANIO = WS-MES-ANTERIOR / 100
           MOVE WS-PEDIDO-ANIO TO WS-ANIO-HASTA
           PERFORM UNTIL WS-ANIO > WS-ANIO-HASTA
               MOVE SPACES TO WS-NOMBRE-ARCHIVO
               STRING "MERMAS-" WS-ANIO ".dat"
                   DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO
               OPEN INPUT MERMAS-ARCHIVO
               IF WS-ARCHIVO-STATUS = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "S"
                       READ MERMAS-ARCHIVO
                           AT END
                               MOVE "S" TO WS-EOF
                           NOT AT END
                               MOVE MARCH-REGISTRO TO MERMA-REGISTRO
                               PERFORM PROCESAR-MERMA
                       END-READ
                   END-PERFORM
                   CLOSE MERMAS-ARCHIVO
               END-IF
               ADD 1 TO WS-ANIO
           END-PERFORM

           OPEN INPUT MERMAS
           IF WS-MERMAS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ MERMAS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM PROCESAR-MERMA
                   END-READ
               END-PERFORM
               CLOSE MERMAS
           END-IF.

       PROCESAR-MERMA.
           MOVE MERMA-FECHA TO WS-FECHA-MOV
           PERFORM CLASIFICAR-FECHA
           IF MERMA-ORIGEN = "DEVOLUCION" AND
              WS-MES-MOV >= WS-MES-ANTERIOR AND
              WS-MES-MOV <= WS-MES-PEDIDO
               MOVE MERMA-PRODUCTO-ID TO PRODUCTO-ID
               PERFORM LEER-PRODUCTO
               IF WS-PRODUCTO-STATUS = "00"
                   COMPUTE WS-COSTE-DESECHO =
                       MERMA-UNIDADES * PRODUCTO-COSTO
               ELSE
                   MOVE ZEROES TO WS-COSTE-DESECHO
               END-IF
               MOVE WS-COSTE-DESECHO TO WS-IMPORTE-MOV
               MOVE 3 TO WS-LINEA
               PERFORM ANOTAR-IMPORTE
               COMPUTE WS-IMPORTE-MOV = 0 - WS-COSTE-DESECHO
               MOVE 4 TO WS-LINEA
               PERFORM ANOTAR-IMPORTE
               IF WS-EN-MES = "S"
                   SUBTRACT WS-COSTE-DESECHO
                       FROM FM-COSTE(WS-FAMILIA-IDX)
               END-IF
           END-IF.

      *----------------------- DIFERENCIAS DE INVENTARIO ------------------
      *> AH-VALOR lleva el signo del conteo (contadas menos sistema):
      *> el faltante resta y el sobrante suma al resultado.
       ACUMULAR-AJUSTES.
           OPEN INPUT AJUSTES-HIST
           IF WS-AJHIST-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ AJUSTES-HIST
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE AH-FECHA TO WS-FECHA-MOV
                           PERFORM CLASIFICAR-FECHA
                           MOVE AH-VALOR TO WS-IMPORTE-MOV
                           MOVE 5 TO WS-LINEA
                           PERFORM ANOTAR-IMPORTE
                   END-READ
               END-PERFORM
               CLOSE AJUSTES-HIST
           END-IF.

      *----------------------- RAPPELS DE PROVEEDORES ---------------------
      *> Los abonos por volumen que pagan los proveedores suman al
      *> resultado en la linea 6 por el importe cobrado (sin IVA) y
      *> en la fecha del cobro; lo solo devengado o reclamado no
      *> cuenta hasta que el proveedor lo abona.
       ACUMULAR-RAPPELS.
           OPEN INPUT RAPPELS
           IF WS-RAPPELS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ RAPPELS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF RA-COBRADO
                               MOVE RA-FECHA-COBRO TO WS-FECHA-MOV
                               PERFORM CLASIFICAR-FECHA
                               MOVE RA-IMPORTE-COBRADO
                                   TO WS-IMPORTE-MOV
                               MOVE 6 TO WS-LINEA
                               PERFORM ANOTAR-IMPORTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RAPPELS
           END-IF.

      *----------------------- PORTES SOBRE LO YA VENDIDO -----------------
      * La parte de portes y aranceles repartidos que cayo sobre
      * unidades ya vendidas no paso por el costo medio ni por el
      * kardex: es coste de ventas en la fecha del reparto.
       ACUMULAR-PORTES-TARDIOS.
           OPEN INPUT PORTES-LINEAS
           IF WS-PORTLIN-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ PORTES-LINEAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF PTL-IMPORTE-VENDIDO > 0
                               PERFORM ACUMULAR-UN-PORTE-TARDIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PORTES-LINEAS
           END-IF.

       ACUMULAR-UN-PORTE-TARDIO.
           MOVE PTL-FECHA TO WS-FECHA-MOV
           PERFORM CLASIFICAR-FECHA
           MOVE PTL-PRODUCTO-ID TO PRODUCTO-ID
           PERFORM LEER-PRODUCTO
           COMPUTE WS-IMPORTE-MOV = 0 - PTL-IMPORTE-VENDIDO
           MOVE 3 TO WS-LINEA
           PERFORM ANOTAR-IMPORTE
           IF WS-EN-MES = "S"
               SUBTRACT WS-IMPORTE-MOV FROM FM-COSTE(WS-FAMILIA-IDX)
           END-IF.

      *----------------------- GASTOS DE EXPLOTACION ----------------------
      *> Base sin IVA de los gastos vigentes: el IVA soportado se
      *> deduce en el modelo 303, no es gasto.
       ACUMULAR-GASTOS.
           OPEN INPUT GASTOS
           IF WS-GASTOS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ GASTOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF GA-VIGENTE
                               PERFORM ACUMULAR-UN-GASTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GASTOS
           END-IF.

       ACUMULAR-UN-GASTO.
           MOVE GA-FECHA TO WS-FECHA-MOV
           PERFORM CLASIFICAR-FECHA
           MOVE GA-CATEGORIA TO WS-CAT
           IF WS-CAT < 1 OR WS-CAT > CATEGORIAS-GASTO-CANT
               MOVE CATEGORIAS-GASTO-CANT TO WS-CAT
           END-IF
           COMPUTE WS-LINEA = 6 + WS-CAT
           COMPUTE WS-IMPORTE-MOV = 0 - GA-BASE
           PERFORM ANOTAR-IMPORTE.

      *----------------------- CLASIFICACION POR COLUMNA ------------------
       CLASIFICAR-FECHA.
           MOVE WS-FECHA-MOV(1:6) TO WS-MES-MOV
           IF WS-MES-MOV = WS-MES-PEDIDO
               MOVE "S" TO WS-EN-MES
           ELSE
               MOVE "N" TO WS-EN-MES
           END-IF.

       ANOTAR-IMPORTE.
           IF WS-MES-MOV = WS-MES-PEDIDO
               ADD WS-IMPORTE-MOV TO CR-IMPORTE(WS-LINEA, 1)
           END-IF
           IF WS-MES-MOV >= WS-MES-INICIO-ANIO AND
              WS-MES-MOV <= WS-MES-PEDIDO
               ADD WS-IMPORTE-MOV TO CR-IMPORTE(WS-LINEA, 2)
           END-IF
           IF WS-MES-MOV = WS-MES-ANTERIOR
               ADD WS-IMPORTE-MOV TO CR-IMPORTE(WS-LINEA, 3)
           END-IF.

      *> Tipo de IVA y familia del producto; sin producto, tipo
      *> general y "sin familia".
       LEER-PRODUCTO.
           READ PRODUCTO
               INVALID KEY
                   MOVE PA-IVA-GENERAL TO WS-TASA
                   MOVE 1 TO WS-FAMILIA-IDX
                   MOVE "N" TO PRODUCTO-CONSIGNA
               NOT INVALID KEY
                   IF PRODUCTO-TIPO-IVA = 4 OR PRODUCTO-TIPO-IVA = 10
                       MOVE PRODUCTO-TIPO-IVA TO WS-TASA
                   ELSE
                       MOVE PA-IVA-GENERAL TO WS-TASA
                   END-IF
                   IF PRODUCTO-FAMILIA NUMERIC
                       COMPUTE WS-FAMILIA-IDX = PRODUCTO-FAMILIA + 1
                   ELSE
                       MOVE 1 TO WS-FAMILIA-IDX
                   END-IF
           END-READ.

      *----------------------- TOTALES ------------------------------------
       CALCULAR-TOTALES.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 3
               COMPUTE CR-IMPORTE(17, WS-C) =
                   CR-IMPORTE(1, WS-C) + CR-IMPORTE(2, WS-C)
               COMPUTE CR-IMPORTE(18, WS-C) =
                   CR-IMPORTE(17, WS-C) + CR-IMPORTE(3, WS-C)
               COMPUTE CR-IMPORTE(19, WS-C) =
                   CR-IMPORTE(18, WS-C) + CR-IMPORTE(4, WS-C)
                   + CR-IMPORTE(5, WS-C) + CR-IMPORTE(6, WS-C)
               MOVE ZEROES TO CR-IMPORTE(20, WS-C)
               PERFORM VARYING WS-LINEA FROM 7 BY 1
                   UNTIL WS-LINEA > 16
                   ADD CR-IMPORTE(WS-LINEA, WS-C)
                       TO CR-IMPORTE(20, WS-C)
               END-PERFORM
               COMPUTE CR-IMPORTE(21, WS-C) =
                   CR-IMPORTE(19, WS-C) + CR-IMPORTE(20, WS-C)
           END-PERFORM.

      *----------------------- LISTADO ------------------------------------
       ESCRIBIR-LISTADO.
           MOVE SPACES TO WS-NOMBRE-LISTADO
           STRING "CUENTA-RESULTADOS-" WS-MES-PEDIDO ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-LISTADO
           OPEN OUTPUT LISTADO-TXT
           IF WS-LISTADO-STATUS NOT = "00"
               DISPLAY "No se pudo crear " WS-NOMBRE-LISTADO
                   " Estado: " WS-LISTADO-STATUS
               MOVE "ESCRIBIR-LISTADO" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-LISTADO TO WS-INC-ARCHIVO
               MOVE WS-LISTADO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           MOVE WS-MES-PEDIDO TO LT-MES
           MOVE TIENDA-NOMBRE TO LT-TIENDA
           MOVE LIS-TITULO TO LIS-LINEA
           PERFORM ESCRIBIR-Y-MOSTRAR
           MOVE SPACES TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE LIS-ENCABEZADO TO LIS-LINEA
           PERFORM ESCRIBIR-Y-MOSTRAR
           MOVE LIS-SEPARADOR TO LIS-LINEA
           WRITE LIS-LINEA

           PERFORM VARYING WS-LINEA FROM 1 BY 1 UNTIL WS-LINEA > 2
               MOVE CR-CONCEPTO(WS-LINEA) TO LD-CONCEPTO
               PERFORM ESCRIBIR-LINEA-CUENTA
           END-PERFORM
           MOVE 17 TO WS-LINEA
           MOVE "  VENTAS NETAS" TO LD-CONCEPTO
           PERFORM ESCRIBIR-LINEA-CUENTA
           MOVE 3 TO WS-LINEA
           MOVE CR-CONCEPTO(3) TO LD-CONCEPTO
           PERFORM ESCRIBIR-LINEA-CUENTA
           MOVE 18 TO WS-LINEA
           MOVE "  MARGEN BRUTO" TO LD-CONCEPTO
           PERFORM ESCRIBIR-LINEA-CUENTA
           PERFORM VARYING WS-LINEA FROM 4 BY 1 UNTIL WS-LINEA > 6
               MOVE CR-CONCEPTO(WS-LINEA) TO LD-CONCEPTO
               PERFORM ESCRIBIR-LINEA-CUENTA
           END-PERFORM
           MOVE 19 TO WS-LINEA
           MOVE "  MARGEN COMERCIAL" TO LD-CONCEPTO
           PERFORM ESCRIBIR-LINEA-CUENTA

           MOVE SPACES TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE "GASTOS DE EXPLOTACION" TO LIS-LINEA
           PERFORM ESCRIBIR-Y-MOSTRAR
           PERFORM VARYING WS-CAT FROM 1 BY 1
               UNTIL WS-CAT > CATEGORIAS-GASTO-CANT
               COMPUTE WS-LINEA = 6 + WS-CAT
               MOVE SPACES TO LD-CONCEPTO
               MOVE CATEGORIA-GASTO-NOMBRE(WS-CAT)
                   TO LD-CONCEPTO(3:20)
               PERFORM ESCRIBIR-LINEA-CUENTA
           END-PERFORM
           MOVE 20 TO WS-LINEA
           MOVE "  TOTAL GASTOS" TO LD-CONCEPTO
           PERFORM ESCRIBIR-LINEA-CUENTA

           MOVE LIS-SEPARADOR TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE 21 TO WS-LINEA
           MOVE "RESULTADO NETO" TO LD-CONCEPTO
           PERFORM ESCRIBIR-LINEA-CUENTA

           PERFORM ESCRIBIR-FAMILIAS
           CLOSE LISTADO-TXT
           DISPLAY "Cuenta de resultados en " WS-NOMBRE-LISTADO.

       ESCRIBIR-LINEA-CUENTA.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 3
               MOVE CR-IMPORTE(WS-LINEA, WS-C) TO LD-IMPORTE(WS-C)
           END-PERFORM
           MOVE LIS-DETALLE TO LIS-LINEA
           PERFORM ESCRIBIR-Y-MOSTRAR.

      *> Margen bruto del mes por familia: ventas netas sin IVA
      *> contra su coste de ventas. Las familias sin movimiento no
      *> salen.
       ESCRIBIR-FAMILIAS.
           MOVE SPACES TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE SPACES TO LIS-LINEA
           STRING "MARGEN BRUTO POR FAMILIA - MES " WS-MES-PEDIDO
               DELIMITED BY SIZE INTO LIS-LINEA
           PERFORM ESCRIBIR-Y-MOSTRAR
           MOVE LIS-ENC-FAMILIA TO LIS-LINEA
           PERFORM ESCRIBIR-Y-MOSTRAR
           MOVE LIS-SEPARADOR TO LIS-LINEA
           WRITE LIS-LINEA

           OPEN INPUT FAMILIAS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 1000
               IF FM-VENTAS(WS-I) NOT = 0 OR FM-COSTE(WS-I) NOT = 0
                   PERFORM ESCRIBIR-UNA-FAMILIA
               END-IF
           END-PERFORM
           IF WS-FAMILIAS-STATUS = "00"
               CLOSE FAMILIAS
           END-IF

           MOVE LIS-SEPARADOR TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE ZEROES TO LF-CODIGO
           MOVE "TOTAL" TO LF-NOMBRE
           MOVE WS-FM-TOTAL-VENTAS TO LF-VENTAS
           MOVE WS-FM-TOTAL-COSTE TO LF-COSTE
           COMPUTE WS-FM-MARGEN =
               WS-FM-TOTAL-VENTAS - WS-FM-TOTAL-COSTE
           MOVE WS-FM-MARGEN TO LF-MARGEN
           IF WS-FM-TOTAL-VENTAS NOT = 0
               COMPUTE WS-FM-PORCENTAJE ROUNDED =
                   WS-FM-MARGEN * 100 / WS-FM-TOTAL-VENTAS
           ELSE
               MOVE ZEROES TO WS-FM-PORCENTAJE
           END-IF
           MOVE WS-FM-PORCENTAJE TO LF-PORCENTAJE
           MOVE LIS-FAMILIA TO LIS-LINEA
           PERFORM ESCRIBIR-Y-MOSTRAR.

       ESCRIBIR-UNA-FAMILIA.
           COMPUTE LF-CODIGO = WS-I - 1
           MOVE "SIN FAMILIA" TO LF-NOMBRE
           IF WS-I > 1 AND WS-FAMILIAS-STATUS = "00"
               COMPUTE FAMILIA-CODIGO = WS-I - 1
               READ FAMILIAS
                   INVALID KEY
                       MOVE "(FAMILIA DADA DE BAJA)" TO LF-NOMBRE
                   NOT INVALID KEY
                       MOVE FAMILIA-NOMBRE TO LF-NOMBRE
               END-READ
           END-IF
           MOVE FM-VENTAS(WS-I) TO LF-VENTAS
           MOVE FM-COSTE(WS-I) TO LF-COSTE
           COMPUTE WS-FM-MARGEN = FM-VENTAS(WS-I) - FM-COSTE(WS-I)
           MOVE WS-FM-MARGEN TO LF-MARGEN
           IF FM-VENTAS(WS-I) NOT = 0
               COMPUTE WS-FM-PORCENTAJE ROUNDED =
                   WS-FM-MARGEN * 100 / FM-VENTAS(WS-I)
           ELSE
               MOVE ZEROES TO WS-FM-PORCENTAJE
           END-IF
           MOVE WS-FM-PORCENTAJE TO LF-PORCENTAJE
           ADD FM-VENTAS(WS-I) TO WS-FM-TOTAL-VENTAS
           ADD FM-COSTE(WS-I) TO WS-FM-TOTAL-COSTE
           MOVE LIS-FAMILIA TO LIS-LINEA
           PERFORM ESCRIBIR-Y-MOSTRAR.

       ESCRIBIR-Y-MOSTRAR.
           WRITE LIS-LINEA
           DISPLAY LIS-LINEA.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NOMBRE TO TIENDA-NOMBRE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "CUENTA-RESULTADOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM CUENTA-RESULTADOS.
