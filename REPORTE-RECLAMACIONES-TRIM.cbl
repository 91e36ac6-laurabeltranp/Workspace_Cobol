       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-RECLAMACIONES-TRIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMACIONES
               ASSIGN TO "RECLAMACIONES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-RECLAMACIONES-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-RECLAMACIONES-TRIM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT WS-PROD-SORT
               ASSIGN TO "WS-SORTRCL.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD RECLAMACIONES.
           COPY RECLAMA.

       FD PRODUCTO.
           COPY PRODFLT.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(132).

       SD WS-PROD-SORT.
       01 SP-REGISTRO.
           05 SP-TOTAL PIC 9(5).
           05 SP-PRODUCTO-ID PIC 9(6).
           05 SP-CANT PIC 9(5) OCCURS 5 TIMES.

       WORKING-STORAGE SECTION.
       01 WS-RECLAMACIONES-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-SORT PIC X VALUE "N".
       01 WS-DESDE PIC 9(8).
       01 WS-HASTA PIC 9(8).
       01 WS-CAT-IDX PIC 9.
       01 WS-TOTAL-PERIODO PIC 9(5).
       01 WS-SIN-PRODUCTO PIC 9(5).
       01 WS-RECURRENTES PIC 9(5).
      * Reclamaciones del mismo producto en el trimestre a partir de
      * las cuales se marca como problema que se repite.
       01 WS-UMBRAL-RECURRENTE PIC 9(3) VALUE 2.

      *----------------------- ACUMULADO POR CATEGORIA --------------------
      * P precio, M mal estado, T trato, C caducado, O otros; en ese
      * orden en las tablas.
       01 WS-CODIGOS-CATEGORIA PIC X(5) VALUE "PMTCO".
       01 TABLA-NOMBRES-CATEGORIA.
           05 FILLER PIC X(19) VALUE "PRECIO".
           05 FILLER PIC X(19) VALUE "PRODUCTO MAL ESTADO".
           05 FILLER PIC X(19) VALUE "TRATO".
           05 FILLER PIC X(19) VALUE "CADUCADO".
           05 FILLER PIC X(19) VALUE "OTROS".
       01 TABLA-NOMBRES-R REDEFINES TABLA-NOMBRES-CATEGORIA.
           05 TN-NOMBRE PIC X(19) OCCURS 5 TIMES.
       01 TABLA-CATEGORIAS.
           05 TC-ENTRADA OCCURS 5 TIMES.
               10 TC-TOTAL PIC 9(5).
               10 TC-EN-PLAZO PIC 9(5).
               10 TC-FUERA-PLAZO PIC 9(5).
               10 TC-SIN-CONTESTAR PIC 9(5).
               10 TC-CON-DEVOLUCION PIC 9(5).

      *----------------------- ACUMULADO POR PRODUCTO ---------------------
       01 WS-PROD-CANT PIC 9(3) VALUE ZEROES.
       01 WS-PROD-IDX PIC 9(3).
       01 WS-ENCONTRADO PIC X VALUE "N".
       01 TABLA-PRODUCTOS.
           05 TP-ENTRADA OCCURS 500 TIMES.
               10 TP-PRODUCTO-ID PIC 9(6).
               10 TP-TOTAL PIC 9(5).
               10 TP-CANT PIC 9(5) OCCURS 5 TIMES.

      *----------------------- LINEAS DEL REPORTE -------------------------
       01 REP-TITULO.
           05 FILLER PIC X(31) VALUE "RECLAMACIONES DEL TRIMESTRE ".
           05 RT-TRIMESTRE PIC 9.
           05 FILLER PIC X VALUE "/".
           05 RT-ANIO PIC 9(4).
           05 FILLER PIC X(6) VALUE "  DEL ".
           05 RT-DESDE PIC 9(8).
           05 FILLER PIC X(4) VALUE " AL ".
           05 RT-HASTA PIC 9(8).
       01 REP-ENC-CATEGORIA.
           05 FILLER PIC X(20) VALUE "CATEGORIA".
           05 FILLER PIC X(8) VALUE "  TOTAL".
           05 FILLER PIC X(10) VALUE "  EN PLAZO".
           05 FILLER PIC X(10) VALUE "  FUERA".
           05 FILLER PIC X(10) VALUE "  SIN CONT".
           05 FILLER PIC X(10) VALUE "  DEV/VALE".
       01 REP-CATEGORIA.
           05 RC-NOMBRE PIC X(20).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RC-TOTAL PIC Z(4)9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 RC-EN-PLAZO PIC Z(4)9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 RC-FUERA-PLAZO PIC Z(4)9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 RC-SIN-CONTESTAR PIC Z(4)9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 RC-CON-DEVOLUCION PIC Z(4)9.
       01 REP-ENC-PRODUCTO.
           05 FILLER PIC X(8) VALUE "PROD.".
           05 FILLER PIC X(31) VALUE "DESCRIPCION".
           05 FILLER PIC X(7) VALUE "  TOTAL".
           05 FILLER PIC X(7) VALUE "  PREC".
           05 FILLER PIC X(7) VALUE "  M.EST".
           05 FILLER PIC X(7) VALUE "  TRATO".
           05 FILLER PIC X(7) VALUE "  CADUC".
           05 FILLER PIC X(7) VALUE "  OTROS".
       01 REP-PRODUCTO.
           05 RP-PRODUCTO-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RP-DESCRIP PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 RP-TOTAL PIC Z(6)9.
           05 RP-CANT PIC Z(6)9 OCCURS 5 TIMES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RP-MARCA PIC X(16).
       01 REP-TOTAL.
           05 RTT-ETIQUETA PIC X(40).
           05 RTT-CANTIDAD PIC Z(4)9.
       01 REP-SEPARADOR PIC X(132) VALUE ALL "-".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-ANIO PIC 9(4).
       01 LK-TRIMESTRE PIC 9.

       PROCEDURE DIVISION USING LK-ANIO, LK-TRIMESTRE.
      *----------------------- DESGLOSE TRIMESTRAL -----------------------
      * Reclamaciones presentadas en el trimestre, por categoria (con
      * cuantas se contestaron en plazo o fuera de el, cuantas siguen
      * sin contestar y cuantas acabaron en devolucion o vale) y por
      * producto, de mas a menos reclamado; los que llegan a
      * WS-UMBRAL-RECURRENTE salen marcados como problema que se
      * repite. Sale en REPORTE-RECLAMACIONES-TRIM.txt.
       INICIO.
           INITIALIZE TABLA-CATEGORIAS
           MOVE ZEROES TO WS-PROD-CANT
           MOVE ZEROES TO WS-TOTAL-PERIODO
           MOVE ZEROES TO WS-SIN-PRODUCTO
           MOVE ZEROES TO WS-RECURRENTES
           COMPUTE WS-DESDE = LK-ANIO * 10000
               + ((LK-TRIMESTRE - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-HASTA = LK-ANIO * 10000
               + LK-TRIMESTRE * 3 * 100 + 31

           OPEN OUTPUT REPORTE-TXT
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "No se pudo crear "
                   "REPORTE-RECLAMACIONES-TRIM.txt. Estado: "
                   WS-REPORTE-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "REPORTE-RECLAMACIONES-TRIM.txt" TO WS-INC-ARCHIVO
               MOVE WS-REPORTE-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           MOVE LK-TRIMESTRE TO RT-TRIMESTRE
           MOVE LK-ANIO TO RT-ANIO
           MOVE WS-DESDE TO RT-DESDE
           MOVE WS-HASTA TO RT-HASTA
           MOVE REP-TITULO TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA

           OPEN INPUT PRODUCTO
           SORT WS-PROD-SORT
               ON DESCENDING KEY SP-TOTAL
               ON ASCENDING KEY SP-PRODUCTO-ID
               INPUT PROCEDURE IS CARGAR-RECLAMACIONES
               OUTPUT PROCEDURE IS LISTAR-PRODUCTOS
           IF WS-PRODUCTO-STATUS = "00"
               CLOSE PRODUCTO
           END-IF

           MOVE SPACES TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "POR CATEGORIA" TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-ENC-CATEGORIA TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 5
               MOVE TN-NOMBRE(WS-CAT-IDX) TO RC-NOMBRE
               MOVE TC-TOTAL(WS-CAT-IDX) TO RC-TOTAL
               MOVE TC-EN-PLAZO(WS-CAT-IDX) TO RC-EN-PLAZO
               MOVE TC-FUERA-PLAZO(WS-CAT-IDX) TO RC-FUERA-PLAZO
               MOVE TC-SIN-CONTESTAR(WS-CAT-IDX) TO RC-SIN-CONTESTAR
               MOVE TC-CON-DEVOLUCION(WS-CAT-IDX) TO RC-CON-DEVOLUCION
               MOVE REP-CATEGORIA TO REP-LINEA
               PERFORM ESCRIBIR-LINEA
           END-PERFORM

           MOVE SPACES TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO REP-TOTAL
           MOVE "RECLAMACIONES DEL TRIMESTRE" TO RTT-ETIQUETA
           MOVE WS-TOTAL-PERIODO TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  SIN PRODUCTO (TRATO, SERVICIO...)" TO RTT-ETIQUETA
           MOVE WS-SIN-PRODUCTO TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "PRODUCTOS CON RECLAMACIONES REPETIDAS" TO RTT-ETIQUETA
           MOVE WS-RECURRENTES TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL

           CLOSE REPORTE-TXT
           DISPLAY "RECLAMACIONES DEL TRIMESTRE: " WS-TOTAL-PERIODO
               " (" WS-RECURRENTES " PRODUCTOS REPETIDOS). VER "
               "REPORTE-RECLAMACIONES-TRIM.txt"
           GOBACK.

      *----------------------- RECLAMACIONES DEL TRIMESTRE ----------------
       CARGAR-RECLAMACIONES.
           MOVE "N" TO WS-EOF
           OPEN INPUT RECLAMACIONES
           IF WS-RECLAMACIONES-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ RECLAMACIONES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF HR-FECHA >= WS-DESDE AND
                              HR-FECHA <= WS-HASTA
                               PERFORM ACUMULAR-RECLAMACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECLAMACIONES
           END-IF
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
               UNTIL WS-PROD-IDX > WS-PROD-CANT
               MOVE TP-TOTAL(WS-PROD-IDX) TO SP-TOTAL
               MOVE TP-PRODUCTO-ID(WS-PROD-IDX) TO SP-PRODUCTO-ID
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 5
                   MOVE TP-CANT(WS-PROD-IDX, WS-CAT-IDX)
                       TO SP-CANT(WS-CAT-IDX)
               END-PERFORM
               RELEASE SP-REGISTRO
           END-PERFORM.

       ACUMULAR-RECLAMACION.
           ADD 1 TO WS-TOTAL-PERIODO
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 4 OR
                     WS-CODIGOS-CATEGORIA(WS-CAT-IDX:1) = HR-CATEGORIA
               CONTINUE
           END-PERFORM
           ADD 1 TO TC-TOTAL(WS-CAT-IDX)
           EVALUATE TRUE
               WHEN HR-ABIERTA
                   ADD 1 TO TC-SIN-CONTESTAR(WS-CAT-IDX)
               WHEN HR-FECHA-RESPUESTA > HR-FECHA-LIMITE
                   ADD 1 TO TC-FUERA-PLAZO(WS-CAT-IDX)
               WHEN OTHER
                   ADD 1 TO TC-EN-PLAZO(WS-CAT-IDX)
           END-EVALUATE
           IF HR-DEVOLUCION-ID > 0 OR HR-VALE-NUMERO > 0
               ADD 1 TO TC-CON-DEVOLUCION(WS-CAT-IDX)
           END-IF
           IF HR-PRODUCTO-ID = 0
               ADD 1 TO WS-SIN-PRODUCTO
           ELSE
               PERFORM ACUMULAR-PRODUCTO
           END-IF.

       ACUMULAR-PRODUCTO.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
               UNTIL WS-PROD-IDX > WS-PROD-CANT OR WS-ENCONTRADO = "S"
               IF TP-PRODUCTO-ID(WS-PROD-IDX) = HR-PRODUCTO-ID
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = "S"
               SUBTRACT 1 FROM WS-PROD-IDX
           ELSE
               IF WS-PROD-CANT < 500
                   ADD 1 TO WS-PROD-CANT
                   MOVE WS-PROD-CANT TO WS-PROD-IDX
                   INITIALIZE TP-ENTRADA(WS-PROD-IDX)
                   MOVE HR-PRODUCTO-ID TO TP-PRODUCTO-ID(WS-PROD-IDX)
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-IF
           IF WS-ENCONTRADO = "S"
               ADD 1 TO TP-TOTAL(WS-PROD-IDX)
               ADD 1 TO TP-CANT(WS-PROD-IDX, WS-CAT-IDX)
           END-IF.

      *----------------------- LISTADO POR PRODUCTO -----------------------
       LISTAR-PRODUCTOS.
           MOVE SPACES TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "POR PRODUCTO, DE MAS A MENOS RECLAMADO" TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-ENC-PRODUCTO TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "N" TO WS-EOF-SORT
           PERFORM UNTIL WS-EOF-SORT = "S"
               RETURN WS-PROD-SORT
                   AT END
                       MOVE "S" TO WS-EOF-SORT
                   NOT AT END
                       PERFORM ESCRIBIR-LINEA-PRODUCTO
               END-RETURN
           END-PERFORM
           IF WS-PROD-CANT = 0
               MOVE "  (ninguna reclamacion de producto)" TO REP-LINEA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-LINEA-PRODUCTO.
           MOVE SP-PRODUCTO-ID TO RP-PRODUCTO-ID
           MOVE "(DESCONOCIDO)" TO RP-DESCRIP
           IF WS-PRODUCTO-STATUS = "00"
               MOVE SP-PRODUCTO-ID TO PRODUCTO-ID
               READ PRODUCTO
                   NOT INVALID KEY
                       MOVE PRODUCTO-DESCRIP TO RP-DESCRIP
               END-READ
           END-IF
           MOVE SP-TOTAL TO RP-TOTAL
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 5
               MOVE SP-CANT(WS-CAT-IDX) TO RP-CANT(WS-CAT-IDX)
           END-PERFORM
           MOVE SPACES TO RP-MARCA
           IF SP-TOTAL >= WS-UMBRAL-RECURRENTE
               ADD 1 TO WS-RECURRENTES
               MOVE "** SE REPITE **" TO RP-MARCA
           END-IF
           MOVE REP-PRODUCTO TO REP-LINEA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-TOTAL.
           MOVE REP-TOTAL TO REP-LINEA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           WRITE REP-LINEA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-RECLAMACIONES-TRIM" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-RECLAMACIONES-TRIM.
