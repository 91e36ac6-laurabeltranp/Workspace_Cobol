       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-AFINIDAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFINIDAD
               ASSIGN TO "AFINIDAD-CESTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-CLAVE
               FILE STATUS IS WS-AFINIDAD-STATUS.

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
               ASSIGN TO "REPORTE-AFINIDAD.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT WS-PARES-SORT
               ASSIGN TO "WS-SORTPARES.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD AFINIDAD.
           COPY AFINIDAD.

       FD PRODUCTO.
           COPY PRODFLT.

       FD FAMILIAS.
           COPY FAMILIA.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(120).

      * Pares del periodo, un registro por mes, para sumarlos.
       SD WS-PARES-SORT.
       01 PS-REGISTRO.
           05 PS-TIPO PIC X.
           05 PS-ID-A PIC 9(6).
           05 PS-ID-B PIC 9(6).
           05 PS-CESTAS PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-AFINIDAD-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-FAMILIAS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-SORT PIC X VALUE "N".
       01 WS-PRIMERA-VEZ PIC X VALUE "S".
      * Cestas del periodo (N) y par en curso al sumar el sort.
       01 WS-TOTAL-CESTAS PIC 9(9) VALUE ZEROES.
       01 WS-PAR-TIPO PIC X.
       01 WS-PAR-ID-A PIC 9(6).
       01 WS-PAR-ID-B PIC 9(6).
       01 WS-PAR-CESTAS PIC 9(9).
      * Cestas con un producto o familia en el periodo, mes a mes.
       01 WS-ITEM-TIPO PIC X.
       01 WS-ITEM-ID PIC 9(6).
       01 WS-ITEM-CESTAS PIC 9(9).
       01 WS-MES-CURSOR PIC 9(6).
       01 WS-CESTAS-A PIC 9(9).
       01 WS-CESTAS-B PIC 9(9).
       01 WS-CESTAS-ELEGIDO PIC 9(9) VALUE ZEROES.
       01 WS-PORCENTAJE PIC 9(5)V99.
       01 WS-LIFT PIC 9(5)V99.
       01 WS-DESCRIPCION PIC X(20).

      *----------------------- LOS MEJORES PARES -------------------------
      * Tres listas de los 20 pares con mas cestas, de mayor a menor:
      * 1 pares de productos, 2 pares de familias y 3 productos que
      * acompanian al producto elegido (en TP-ID-B).
       01 WS-LISTA PIC 9.
       01 WS-POS PIC 99.
       01 WS-K PIC 99.
       01 WS-ULTIMO PIC 99.
       01 TABLA-MEJORES.
           05 TM-LISTA OCCURS 3 TIMES.
               10 TM-CANT PIC 99.
               10 TM-PAR OCCURS 20 TIMES.
                   15 TP-ID-A PIC 9(6).
                   15 TP-ID-B PIC 9(6).
                   15 TP-CESTAS PIC 9(9).

      *----------------------- LINEAS DEL REPORTE -------------------------
       01 REP-TITULO.
           05 FILLER PIC X(34) VALUE
               "AFINIDAD DE CESTAS - MESES DEL ".
           05 RT-DESDE PIC 9(6).
           05 FILLER PIC X(4) VALUE " AL ".
           05 RT-HASTA PIC 9(6).
           05 FILLER PIC X(16) VALUE "   CESTAS: ".
           05 RT-CESTAS PIC Z(8)9.
       01 REP-NOTA-1.
           05 FILLER PIC X(44) VALUE
               "Soporte: % de cestas con los dos. Confianza ".
           05 FILLER PIC X(44) VALUE
               "A>B: % de las cestas con A que llevan B.".
       01 REP-NOTA-2.
           05 FILLER PIC X(47) VALUE
               "Lift: cuantas veces mas se compran juntos que ".
           05 FILLER PIC X(36) VALUE
               "por azar (mayor que 1 = afinidad).".
       01 REP-SECCION PIC X(120).
       01 REP-ENCABEZADO.
           05 FILLER PIC X(28) VALUE "A".
           05 FILLER PIC X(28) VALUE "B".
           05 FILLER PIC X(12) VALUE "    CESTAS".
           05 FILLER PIC X(10) VALUE " SOPORTE%".
           05 FILLER PIC X(10) VALUE "  CONF A>B".
           05 FILLER PIC X(10) VALUE "  CONF B>A".
           05 FILLER PIC X(8) VALUE "    LIFT".
       01 REP-DETALLE.
           05 RD-ID-A PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-DESC-A PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RD-ID-B PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-DESC-B PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RD-CESTAS PIC Z(8)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-SOPORTE PIC ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-CONF-AB PIC ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-CONF-BA PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-LIFT PIC ZZZ9.99.
       01 REP-ELEGIDO.
           05 FILLER PIC X(28) VALUE
               "PRODUCTOS EN LA CESTA DE:  ".
           05 RE-ID PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 RE-DESC PIC X(20).
           05 FILLER PIC X(10) VALUE "  CESTAS: ".
           05 RE-CESTAS PIC Z(8)9.
       01 REP-SIN-DATOS PIC X(120) VALUE
           "  (sin cestas en el periodo)".
       01 REP-SEPARADOR PIC X(120) VALUE ALL "-".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * Meses del periodo (AAAAMM) y producto del que se quiere ver
      * con que se compra (0 = ninguno).
       01 LK-MES-DESDE PIC 9(6).
       01 LK-MES-HASTA PIC 9(6).
       01 LK-PRODUCTO PIC 9(6).

       PROCEDURE DIVISION USING LK-MES-DESDE, LK-MES-HASTA,
           LK-PRODUCTO.
      *----------------------- REPORTE DE AFINIDAD ------------------------
      * Que productos y familias se compran juntos en un periodo, para
      * colocar el lineal, armar combos y ofertas: los 20 pares con
      * mas cestas en comun con su soporte, confianza y lift y, para
      * un producto dado, lo que mas le acompania. Lee el acumulado
      * mensual que deja ACUMULAR-AFINIDAD, no las lineas de venta.
       INICIO.
           OPEN INPUT AFINIDAD
           IF WS-AFINIDAD-STATUS NOT = "00"
               IF WS-AFINIDAD-STATUS NOT = "35"
                   MOVE "INICIO" TO WS-INC-PARRAFO
                   MOVE "AFINIDAD-CESTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-AFINIDAD-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA-GRAVE
               END-IF
               DISPLAY "NO HAY ACUMULADO DE AFINIDAD TODAVIA."
               GOBACK
           END-IF
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
           OPEN OUTPUT REPORTE-TXT
           INITIALIZE TABLA-MEJORES
           MOVE ZEROES TO WS-TOTAL-CESTAS

           SORT WS-PARES-SORT
               ON ASCENDING KEY PS-TIPO PS-ID-A PS-ID-B
               INPUT PROCEDURE IS CARGAR-PARES
               OUTPUT PROCEDURE IS ELEGIR-MEJORES

           PERFORM ESCRIBIR-CABECERA
           MOVE "PARES DE PRODUCTOS" TO REP-SECCION
           MOVE 1 TO WS-LISTA
           PERFORM ESCRIBIR-LISTA
           MOVE "PARES DE FAMILIAS" TO REP-SECCION
           MOVE 2 TO WS-LISTA
           PERFORM ESCRIBIR-LISTA
           IF LK-PRODUCTO NOT = 0
               PERFORM ESCRIBIR-ELEGIDO
           END-IF

           CLOSE AFINIDAD
           CLOSE PRODUCTO
           IF WS-FAMILIAS-STATUS = "00"
               CLOSE FAMILIAS
           END-IF
           CLOSE REPORTE-TXT
           DISPLAY "Reporte de afinidad en REPORTE-AFINIDAD.txt"
           GOBACK.

      *----------------------- PARES DEL PERIODO -------------------------
       CARGAR-PARES.
           MOVE "N" TO WS-EOF
           MOVE LK-MES-DESDE TO AF-MES
           MOVE LOW-VALUES TO AF-TIPO
           MOVE ZEROES TO AF-ID-A
           MOVE ZEROES TO AF-ID-B
           START AFINIDAD KEY IS NOT LESS AF-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ AFINIDAD NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF AF-MES > LK-MES-HASTA
                           MOVE "S" TO WS-EOF
                       ELSE
                           EVALUATE TRUE
                               WHEN AF-ES-CESTAS-MES
                                   ADD AF-CESTAS TO WS-TOTAL-CESTAS
                               WHEN AF-ES-PAR-PRODUCTOS
                               WHEN AF-ES-PAR-FAMILIAS
                                   MOVE AF-TIPO TO PS-TIPO
                                   MOVE AF-ID-A TO PS-ID-A
                                   MOVE AF-ID-B TO PS-ID-B
                                   MOVE AF-CESTAS TO PS-CESTAS
                                   RELEASE PS-REGISTRO
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

       ELEGIR-MEJORES.
           MOVE "N" TO WS-EOF-SORT
           MOVE "S" TO WS-PRIMERA-VEZ
           PERFORM UNTIL WS-EOF-SORT = "S"
               RETURN WS-PARES-SORT
                   AT END
                       MOVE "S" TO WS-EOF-SORT
                       IF WS-PRIMERA-VEZ = "N"
                           PERFORM CERRAR-PAR
                       END-IF
                   NOT AT END
                       IF WS-PRIMERA-VEZ = "S"
                           PERFORM INICIAR-PAR
                           MOVE "N" TO WS-PRIMERA-VEZ
                       END-IF
                       IF PS-TIPO NOT = WS-PAR-TIPO OR
                          PS-ID-A NOT = WS-PAR-ID-A OR
                          PS-ID-B NOT = WS-PAR-ID-B
                           PERFORM CERRAR-PAR
                           PERFORM INICIAR-PAR
                       END-IF
                       ADD PS-CESTAS TO WS-PAR-CESTAS
               END-RETURN
           END-PERFORM.

       INICIAR-PAR.
           MOVE PS-TIPO TO WS-PAR-TIPO
           MOVE PS-ID-A TO WS-PAR-ID-A
           MOVE PS-ID-B TO WS-PAR-ID-B
           MOVE ZEROES TO WS-PAR-CESTAS.

      *> El par sumado entra en su lista; si toca al producto elegido,
      *> el otro producto entra ademas en la tercera.
       CERRAR-PAR.
           IF WS-PAR-TIPO = "Q"
               MOVE 1 TO WS-LISTA
               PERFORM INSERTAR-MEJOR
               IF LK-PRODUCTO NOT = 0
                   IF WS-PAR-ID-A = LK-PRODUCTO
                       MOVE 3 TO WS-LISTA
                       PERFORM INSERTAR-MEJOR
                   END-IF
                   IF WS-PAR-ID-B = LK-PRODUCTO
                       MOVE WS-PAR-ID-A TO WS-PAR-ID-B
                       MOVE LK-PRODUCTO TO WS-PAR-ID-A
                       MOVE 3 TO WS-LISTA
                       PERFORM INSERTAR-MEJOR
                   END-IF
               END-IF
           ELSE
               MOVE 2 TO WS-LISTA
               PERFORM INSERTAR-MEJOR
           END-IF.

      *> Insercion ordenada por cestas en la lista WS-LISTA; el que
      *> queda en el puesto 21 se pierde.
       INSERTAR-MEJOR.
           MOVE 1 TO WS-POS
           PERFORM UNTIL WS-POS > TM-CANT(WS-LISTA)
               OR TP-CESTAS(WS-LISTA, WS-POS) < WS-PAR-CESTAS
               ADD 1 TO WS-POS
           END-PERFORM
           IF WS-POS <= 20
               IF TM-CANT(WS-LISTA) < 20
                   ADD 1 TO TM-CANT(WS-LISTA)
               END-IF
               MOVE TM-CANT(WS-LISTA) TO WS-ULTIMO
               PERFORM VARYING WS-K FROM WS-ULTIMO BY -1
                   UNTIL WS-K <= WS-POS
                   MOVE TM-PAR(WS-LISTA, WS-K - 1)
                       TO TM-PAR(WS-LISTA, WS-K)
               END-PERFORM
               MOVE WS-PAR-ID-A TO TP-ID-A(WS-LISTA, WS-POS)
               MOVE WS-PAR-ID-B TO TP-ID-B(WS-LISTA, WS-POS)
               MOVE WS-PAR-CESTAS TO TP-CESTAS(WS-LISTA, WS-POS)
           END-IF.

      *----------------------- IMPRESION ---------------------------------
       ESCRIBIR-CABECERA.
           MOVE LK-MES-DESDE TO RT-DESDE
           MOVE LK-MES-HASTA TO RT-HASTA
           MOVE WS-TOTAL-CESTAS TO RT-CESTAS
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-NOTA-1 TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-NOTA-2 TO REP-LINEA
           WRITE REP-LINEA.

       ESCRIBIR-LISTA.
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-SECCION TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           WRITE REP-LINEA
           IF TM-CANT(WS-LISTA) = 0
               MOVE REP-SIN-DATOS TO REP-LINEA
               WRITE REP-LINEA
           END-IF
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > TM-CANT(WS-LISTA)
               PERFORM ESCRIBIR-PAR
           END-PERFORM.

       ESCRIBIR-ELEGIDO.
           MOVE "P" TO WS-ITEM-TIPO
           MOVE LK-PRODUCTO TO WS-ITEM-ID
           PERFORM CONTAR-ITEM
           MOVE WS-ITEM-CESTAS TO WS-CESTAS-ELEGIDO
           PERFORM DESCRIBIR-ITEM
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE LK-PRODUCTO TO RE-ID
           MOVE WS-DESCRIPCION TO RE-DESC
           MOVE WS-CESTAS-ELEGIDO TO RE-CESTAS
           MOVE REP-ELEGIDO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           WRITE REP-LINEA
           MOVE 3 TO WS-LISTA
           IF TM-CANT(WS-LISTA) = 0
               MOVE REP-SIN-DATOS TO REP-LINEA
               WRITE REP-LINEA
           END-IF
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > TM-CANT(WS-LISTA)
               PERFORM ESCRIBIR-PAR
           END-PERFORM.

      *> Par WS-POS de la lista WS-LISTA con sus medidas.
       ESCRIBIR-PAR.
           IF WS-LISTA = 2
               MOVE "F" TO WS-ITEM-TIPO
           ELSE
               MOVE "P" TO WS-ITEM-TIPO
           END-IF
           MOVE TP-ID-A(WS-LISTA, WS-POS) TO WS-ITEM-ID
           PERFORM CONTAR-ITEM
           MOVE WS-ITEM-CESTAS TO WS-CESTAS-A
           PERFORM DESCRIBIR-ITEM
           MOVE WS-ITEM-ID TO RD-ID-A
           MOVE WS-DESCRIPCION TO RD-DESC-A
           MOVE TP-ID-B(WS-LISTA, WS-POS) TO WS-ITEM-ID
           PERFORM CONTAR-ITEM
           MOVE WS-ITEM-CESTAS TO WS-CESTAS-B
           PERFORM DESCRIBIR-ITEM
           MOVE WS-ITEM-ID TO RD-ID-B
           MOVE WS-DESCRIPCION TO RD-DESC-B
           MOVE TP-CESTAS(WS-LISTA, WS-POS) TO WS-PAR-CESTAS
           MOVE WS-PAR-CESTAS TO RD-CESTAS

           MOVE ZEROES TO WS-PORCENTAJE
           IF WS-TOTAL-CESTAS > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-PAR-CESTAS * 100 / WS-TOTAL-CESTAS
           END-IF
           MOVE WS-PORCENTAJE TO RD-SOPORTE
           MOVE ZEROES TO WS-PORCENTAJE
           IF WS-CESTAS-A > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-PAR-CESTAS * 100 / WS-CESTAS-A
           END-IF
           MOVE WS-PORCENTAJE TO RD-CONF-AB
           MOVE ZEROES TO WS-PORCENTAJE
           IF WS-CESTAS-B > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-PAR-CESTAS * 100 / WS-CESTAS-B
           END-IF
           MOVE WS-PORCENTAJE TO RD-CONF-BA
           MOVE ZEROES TO WS-LIFT
           IF WS-CESTAS-A > 0 AND WS-CESTAS-B > 0
               COMPUTE WS-LIFT ROUNDED =
                   WS-PAR-CESTAS * WS-TOTAL-CESTAS /
                   (WS-CESTAS-A * WS-CESTAS-B)
           END-IF
           MOVE WS-LIFT TO RD-LIFT
           MOVE REP-DETALLE TO REP-LINEA
           WRITE REP-LINEA.

      *> Cestas del periodo con el producto o familia WS-ITEM-ID,
      *> sumando su registro de cada mes.
       CONTAR-ITEM.
           MOVE ZEROES TO WS-ITEM-CESTAS
           MOVE LK-MES-DESDE TO WS-MES-CURSOR
           PERFORM UNTIL WS-MES-CURSOR > LK-MES-HASTA
               MOVE WS-MES-CURSOR TO AF-MES
               MOVE WS-ITEM-TIPO TO AF-TIPO
               MOVE WS-ITEM-ID TO AF-ID-A
               MOVE ZEROES TO AF-ID-B
               READ AFINIDAD
                   NOT INVALID KEY
                       ADD AF-CESTAS TO WS-ITEM-CESTAS
               END-READ
               IF WS-MES-CURSOR(5:2) = "12"
                   ADD 89 TO WS-MES-CURSOR
               ELSE
                   ADD 1 TO WS-MES-CURSOR
               END-IF
           END-PERFORM.

       DESCRIBIR-ITEM.
           MOVE SPACES TO WS-DESCRIPCION
           IF WS-ITEM-TIPO = "F"
               MOVE WS-ITEM-ID TO FAMILIA-CODIGO
               IF WS-FAMILIAS-STATUS = "00"
                   READ FAMILIAS
                       NOT INVALID KEY
                           MOVE FAMILIA-NOMBRE TO WS-DESCRIPCION
                   END-READ
               END-IF
           ELSE
               MOVE WS-ITEM-ID TO PRODUCTO-ID
               READ PRODUCTO
                   NOT INVALID KEY
                       MOVE PRODUCTO-DESCRIP TO WS-DESCRIPCION
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
           MOVE "REPORTE-AFINIDAD" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-AFINIDAD.
