       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-VENTAS-PERDIDAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTAS-PERDIDAS
               ASSIGN TO "VENTAS-PERDIDAS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERDIDAS-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT FAMILIAS
               ASSIGN TO "FAMILIAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAMILIA-CODIGO
               FILE STATUS IS WS-FAMILIAS-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-VENTAS-PERDIDAS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENTAS-PERDIDAS.
           COPY VPERDIDA.

       FD PRODUCTO.
           COPY PRODFLT.

       FD FAMILIAS.
           COPY FAMILIA.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PERDIDAS-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-FAMILIAS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-IDX PIC 9(3).
       01 WS-ENCONTRADO PIC X VALUE "N".
       01 WS-FECHA-DESDE PIC 9(8).
       01 WS-DESCRIP-MAYUS PIC X(30).
       01 WS-FAMILIA-LINEA PIC 9(3).
       01 WS-NOMBRE-FAMILIA PIC X(20).
       01 WS-ANOTACIONES PIC 9(6) VALUE ZEROES.

      *----------------------- ACUMULADO POR PRODUCTO ---------------------
      * Una fila por producto del catalogo; lo que no tenemos se
      * agrupa por la descripcion tecleada en caja.
       01 WS-PROD-CANT PIC 9(3) VALUE ZEROES.
       01 TABLA-PRODUCTOS.
           05 TP-ENTRADA OCCURS 300 TIMES.
               10 TP-PRODUCTO-ID PIC 9(6).
               10 TP-DESCRIP PIC X(30).
               10 TP-FAMILIA PIC 9(3).
               10 TP-VECES PIC 9(5).
               10 TP-SIN-STOCK PIC 9(7)V999.
               10 TP-NO-TENEMOS PIC 9(7)V999.

      *----------------------- ACUMULADO POR FAMILIA ----------------------
      * Solo productos del catalogo: lo que no trabajamos no tiene
      * familia.
       01 WS-FAM-CANT PIC 9(3) VALUE ZEROES.
       01 TABLA-FAMILIAS.
           05 TF-ENTRADA OCCURS 100 TIMES.
               10 TF-FAMILIA PIC 9(3).
               10 TF-VECES PIC 9(5).
               10 TF-SIN-STOCK PIC 9(7)V999.
               10 TF-NO-TENEMOS PIC 9(7)V999.
       01 WS-FUERA-VECES PIC 9(5) VALUE ZEROES.
       01 WS-FUERA-CANTIDAD PIC 9(7)V999 VALUE ZEROES.

       01 REP-TITULO.
           05 FILLER PIC X(24) VALUE "VENTAS PERDIDAS DEL ".
           05 RT-DESDE PIC 9(8).
           05 FILLER PIC X(4) VALUE " AL ".
           05 RT-HASTA PIC 9(8).
       01 REP-ENCABEZADO.
           05 RE-CLAVE PIC X(37).
           05 FILLER PIC X(6) VALUE " VECES".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "   SIN STOCK".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE " NO TENEMOS".
       01 REP-DETALLE.
           05 RD-CLAVE PIC X(37).
           05 RD-VECES PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-SIN-STOCK PIC Z(7)9.999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-NO-TENEMOS PIC Z(7)9.999.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-FECHA PIC 9(8).

       PROCEDURE DIVISION USING LK-FECHA.
      *----------------------- VENTAS PERDIDAS DE LA SEMANA ---------------
      * Corre cada noche desde BATCH-NOCTURNO sobre los siete dias
      * que terminan en la fecha de negocio: cuantas veces y cuanta
      * cantidad se pidio sin poder venderla, por producto y por
      * familia, separando la falta de stock de lo que no tenemos.
       INICIO.
           MOVE ZEROES TO WS-PROD-CANT
           MOVE ZEROES TO WS-FAM-CANT
           MOVE ZEROES TO WS-FUERA-VECES
           MOVE ZEROES TO WS-FUERA-CANTIDAD
           MOVE ZEROES TO WS-ANOTACIONES
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LK-FECHA) - 6)

           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00" AND
              WS-PRODUCTO-STATUS NOT = "35"
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF
           OPEN INPUT FAMILIAS
           IF WS-FAMILIAS-STATUS NOT = "00" AND
              WS-FAMILIAS-STATUS NOT = "35"
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "FAMILIAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-FAMILIAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT VENTAS-PERDIDAS
           IF WS-PERDIDAS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ VENTAS-PERDIDAS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF VP-FECHA >= WS-FECHA-DESDE AND
                              VP-FECHA <= LK-FECHA
                               ADD 1 TO WS-ANOTACIONES
                               PERFORM ACUMULAR-PRODUCTO
                               PERFORM ACUMULAR-FAMILIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTAS-PERDIDAS
           ELSE
               IF WS-PERDIDAS-STATUS NOT = "35"
                   MOVE "INICIO" TO WS-INC-PARRAFO
                   MOVE "VENTAS-PERDIDAS.dat" TO WS-INC-ARCHIVO
                   MOVE WS-PERDIDAS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF

           PERFORM ESCRIBIR-REPORTE

           IF WS-PRODUCTO-STATUS = "00"
               CLOSE PRODUCTO
           END-IF
           IF WS-FAMILIAS-STATUS = "00"
               CLOSE FAMILIAS
           END-IF
           GOBACK.

      *> Los productos del catalogo se agrupan por ID; lo que no
      *> tenemos, por la descripcion en mayusculas para juntar lo que
      *> cada cajero teclea a su manera.
       ACUMULAR-PRODUCTO.
           MOVE FUNCTION UPPER-CASE(VP-DESCRIP) TO WS-DESCRIP-MAYUS
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PROD-CANT OR WS-ENCONTRADO = "S"
               IF TP-PRODUCTO-ID(WS-IDX) = VP-PRODUCTO-ID AND
                  (VP-PRODUCTO-ID > 0 OR
                   TP-DESCRIP(WS-IDX) = WS-DESCRIP-MAYUS)
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = "S"
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF WS-PROD-CANT < 300
                   ADD 1 TO WS-PROD-CANT
                   MOVE WS-PROD-CANT TO WS-IDX
                   MOVE VP-PRODUCTO-ID TO TP-PRODUCTO-ID(WS-IDX)
                   MOVE WS-DESCRIP-MAYUS TO TP-DESCRIP(WS-IDX)
                   MOVE ZEROES TO TP-FAMILIA(WS-IDX)
                   PERFORM BUSCAR-PRODUCTO-CATALOGO
                   MOVE ZEROES TO TP-VECES(WS-IDX)
                   MOVE ZEROES TO TP-SIN-STOCK(WS-IDX)
                   MOVE ZEROES TO TP-NO-TENEMOS(WS-IDX)
                   MOVE "S" TO WS-ENCONTRADO
               ELSE
                   DISPLAY "AVISO: TABLA-PRODUCTOS llena (300), "
                       VP-DESCRIP " fuera del informe"
               END-IF
           END-IF
           IF WS-ENCONTRADO = "S"
               ADD 1 TO TP-VECES(WS-IDX)
               IF VP-SIN-STOCK
                   ADD VP-CANTIDAD TO TP-SIN-STOCK(WS-IDX)
               ELSE
                   ADD VP-CANTIDAD TO TP-NO-TENEMOS(WS-IDX)
               END-IF
               MOVE TP-FAMILIA(WS-IDX) TO WS-FAMILIA-LINEA
           END-IF.

      *> Descripcion y familia actuales del maestro.
       BUSCAR-PRODUCTO-CATALOGO.
           IF VP-PRODUCTO-ID > 0 AND WS-PRODUCTO-STATUS = "00"
               MOVE VP-PRODUCTO-ID TO PRODUCTO-ID
               READ PRODUCTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRODUCTO-DESCRIP TO TP-DESCRIP(WS-IDX)
                       MOVE PRODUCTO-FAMILIA TO TP-FAMILIA(WS-IDX)
               END-READ
           END-IF.

       ACUMULAR-FAMILIA.
           IF VP-PRODUCTO-ID = 0
               ADD 1 TO WS-FUERA-VECES
               ADD VP-CANTIDAD TO WS-FUERA-CANTIDAD
           ELSE
               IF WS-ENCONTRADO = "S"
                   PERFORM UBICAR-FAMILIA
               END-IF
           END-IF.

       UBICAR-FAMILIA.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FAM-CANT OR WS-ENCONTRADO = "S"
               IF TF-FAMILIA(WS-IDX) = WS-FAMILIA-LINEA
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = "S"
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF WS-FAM-CANT < 100
                   ADD 1 TO WS-FAM-CANT
                   MOVE WS-FAM-CANT TO WS-IDX
                   MOVE WS-FAMILIA-LINEA TO TF-FAMILIA(WS-IDX)
                   MOVE ZEROES TO TF-VECES(WS-IDX)
                   MOVE ZEROES TO TF-SIN-STOCK(WS-IDX)
                   MOVE ZEROES TO TF-NO-TENEMOS(WS-IDX)
                   MOVE "S" TO WS-ENCONTRADO
               ELSE
                   DISPLAY "AVISO: TABLA-FAMILIAS llena (100), "
                       "familia " WS-FAMILIA-LINEA " fuera del informe"
               END-IF
           END-IF
           IF WS-ENCONTRADO = "S"
               ADD 1 TO TF-VECES(WS-IDX)
               IF VP-SIN-STOCK
                   ADD VP-CANTIDAD TO TF-SIN-STOCK(WS-IDX)
               ELSE
                   ADD VP-CANTIDAD TO TF-NO-TENEMOS(WS-IDX)
               END-IF
           END-IF.

      *----------------------- SALIDA -------------------------------------
       ESCRIBIR-REPORTE.
           OPEN OUTPUT REPORTE-TXT
           MOVE WS-FECHA-DESDE TO RT-DESDE
           MOVE LK-FECHA TO RT-HASTA
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-TITULO

           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "--- POR PRODUCTO ---" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "PRODUCTO" TO RE-CLAVE
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PROD-CANT
               MOVE SPACES TO RD-CLAVE
               IF TP-PRODUCTO-ID(WS-IDX) = 0
                   MOVE "(NO)" TO RD-CLAVE(1:6)
               ELSE
                   MOVE TP-PRODUCTO-ID(WS-IDX) TO RD-CLAVE(1:6)
               END-IF
               MOVE TP-DESCRIP(WS-IDX) TO RD-CLAVE(8:30)
               MOVE TP-VECES(WS-IDX) TO RD-VECES
               MOVE TP-SIN-STOCK(WS-IDX) TO RD-SIN-STOCK
               MOVE TP-NO-TENEMOS(WS-IDX) TO RD-NO-TENEMOS
               MOVE REP-DETALLE TO REP-LINEA
               WRITE REP-LINEA
           END-PERFORM

           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "--- POR FAMILIA ---" TO REP-LINEA
           WRITE REP-LINEA
           MOVE "FAMILIA" TO RE-CLAVE
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FAM-CANT
               PERFORM BUSCAR-NOMBRE-FAMILIA
               MOVE WS-NOMBRE-FAMILIA TO RD-CLAVE
               MOVE TF-VECES(WS-IDX) TO RD-VECES
               MOVE TF-SIN-STOCK(WS-IDX) TO RD-SIN-STOCK
               MOVE TF-NO-TENEMOS(WS-IDX) TO RD-NO-TENEMOS
               MOVE REP-DETALLE TO REP-LINEA
               WRITE REP-LINEA
               DISPLAY REP-DETALLE
           END-PERFORM
           IF WS-FUERA-VECES > 0
               MOVE "(FUERA DE CATALOGO)" TO RD-CLAVE
               MOVE WS-FUERA-VECES TO RD-VECES
               MOVE ZEROES TO RD-SIN-STOCK
               MOVE WS-FUERA-CANTIDAD TO RD-NO-TENEMOS
               MOVE REP-DETALLE TO REP-LINEA
               WRITE REP-LINEA
               DISPLAY REP-DETALLE
           END-IF

           CLOSE REPORTE-TXT
           DISPLAY "VENTAS PERDIDAS ANOTADAS EN LA SEMANA: "
               WS-ANOTACIONES.

       BUSCAR-NOMBRE-FAMILIA.
           MOVE SPACES TO WS-NOMBRE-FAMILIA
           IF TF-FAMILIA(WS-IDX) = 0
               MOVE "(SIN FAMILIA)" TO WS-NOMBRE-FAMILIA
           ELSE
               IF WS-FAMILIAS-STATUS = "00"
                   MOVE TF-FAMILIA(WS-IDX) TO FAMILIA-CODIGO
                   READ FAMILIAS
                       INVALID KEY
                           MOVE "(DESCONOCIDA)" TO WS-NOMBRE-FAMILIA
                       NOT INVALID KEY
                           MOVE FAMILIA-NOMBRE TO WS-NOMBRE-FAMILIA
                   END-READ
               ELSE
                   MOVE TF-FAMILIA(WS-IDX) TO WS-NOMBRE-FAMILIA(1:3)
               END-IF
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-VENTAS-PERDIDAS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-VENTAS-PERDIDAS.
