       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ESPACIO-LINEAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-UBICACIONES
               ASSIGN TO "STOCK-UBICACIONES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-CLAVE
               FILE STATUS IS WS-UBI-STATUS.

           SELECT VENTAS-MENSUAL
               ASSIGN TO "VENTAS-MENSUAL-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-CLAVE
               FILE STATUS IS WS-MENSUAL-STATUS.

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

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-ESPACIO-LINEAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT WS-ESPACIO-SORT
               ASSIGN TO "WS-SORTESP.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD STOCK-UBICACIONES.
           COPY STOCKUBI.

       FD VENTAS-MENSUAL.
           COPY VENTASMES.

       FD PRODUCTO.
           COPY PRODFLT.

       FD FAMILIAS.
           COPY FAMILIA.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(132).

       SD WS-ESPACIO-SORT.
       01 ES-REGISTRO.
           05 ES-PASILLO PIC X(5).
           05 ES-PRODUCTO-ID PIC 9(6).
           05 ES-DESCRIP PIC X(25).
           05 ES-FAMILIA PIC 9(3).
           05 ES-FRENTES PIC 9(4).
           05 ES-CM PIC 9(6).
           05 ES-CAPACIDAD PIC 9(7).
           05 ES-UNIDADES PIC 9(8)V999.
           05 ES-IMPORTE PIC 9(11)V99.
           05 ES-MARGEN PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-UBI-STATUS PIC XX.
       01 WS-MENSUAL-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-FAMILIAS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-MES PIC X VALUE "N".
       01 WS-EOF-SORT PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-AYER PIC 9(8).

      *----------------------- PERIODO ------------------------------------
      * Meses cerrados del agregado de ventas: el dia abierto no esta
      * agregado, asi que el periodo termina como tarde ayer.
       01 WS-MES-DESDE.
           05 WS-MD-ANIO PIC 9(4).
           05 WS-MD-MES PIC 9(2).
       01 WS-MES-HASTA.
           05 WS-MH-ANIO PIC 9(4).
           05 WS-MH-MES PIC 9(2).
       01 WS-MES-SIGUIENTE.
           05 WS-MS-ANIO PIC 9(4).
           05 WS-MS-MES PIC 9(2).
       01 WS-FECHA-INICIO PIC 9(8).
       01 WS-FECHA-FIN PIC 9(8).
       01 WS-DIAS-PERIODO PIC 9(5).
       01 WS-PERIODO-VALIDO PIC X VALUE "S".

      *----------------------- UMBRALES DE SUGERENCIA ---------------------
      * Sobra espacio si la capacidad del lineal cubre mas semanas de
      * venta que el umbral; falta si hay que reponerlo mas veces al
      * dia que el umbral.
       01 WS-SEMANAS-MAX PIC 9(3).
       01 WS-REPOSICIONES-MAX PIC 9(2).

      *----------------------- PRODUCTO EN CURSO --------------------------
       01 WS-PRODUCTO-ACTUAL PIC 9(6) VALUE ZEROES.
       01 WS-PASILLO PIC X(5).
       01 WS-FRENTES PIC 9(4).
       01 WS-CM PIC 9(6).
       01 WS-CAPACIDAD PIC 9(7).
       01 WS-UNIDADES PIC 9(8)V999.
       01 WS-IMPORTE PIC 9(11)V99.

      *----------------------- CALCULOS DE LA LINEA -----------------------
       01 WS-EUR-METRO PIC 9(9)V99.
       01 WS-MARGEN-METRO PIC S9(9)V99.
       01 WS-UDS-METRO PIC 9(9)V9.
       01 WS-VENTA-SEMANAL PIC 9(8)V999.
       01 WS-SEMANAS PIC 9(5)V9.
       01 WS-REPOSICIONES PIC 9(5)V9.
       01 WS-REPOSICIONES-ED PIC ZZ9.
       01 WS-SUGERENCIA PIC X(24).

      *----------------------- TOTALES -----------------------------------
       01 WS-PASILLO-ANTERIOR PIC X(5).
       01 WS-PRIMERA-LINEA PIC X VALUE "S".
       01 WS-SUB-CM PIC 9(7).
       01 WS-SUB-UNIDADES PIC 9(9)V999.
       01 WS-SUB-IMPORTE PIC 9(11)V99.
       01 WS-SUB-MARGEN PIC S9(11)V99.
       01 WS-TOT-CM PIC 9(7) VALUE ZEROES.
       01 WS-TOT-UNIDADES PIC 9(9)V999 VALUE ZEROES.
       01 WS-TOT-IMPORTE PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOT-MARGEN PIC S9(11)V99 VALUE ZEROES.
       01 WS-PRODUCTOS PIC 9(5) VALUE ZEROES.
       01 WS-SOBRA-ESPACIO PIC 9(5) VALUE ZEROES.
       01 WS-FALTA-ESPACIO PIC 9(5) VALUE ZEROES.
       01 WS-SIN-CAPACIDAD PIC 9(5) VALUE ZEROES.

       01 WS-FAMILIA PIC 9(3).
       01 WS-ENCONTRADO PIC X VALUE "N".
       01 WS-TABLA-FAM-CANT PIC 9(3) VALUE ZEROES.
       01 WS-I PIC 9(3).
       01 TABLA-FAMILIAS.
           05 TF-ENTRADA OCCURS 100 TIMES INDEXED BY TF-IDX.
               10 TF-FAMILIA PIC 9(3).
               10 TF-CM PIC 9(7).
               10 TF-UNIDADES PIC 9(9)V999.
               10 TF-IMPORTE PIC 9(11)V99.
               10 TF-MARGEN PIC S9(11)V99.

       01 REP-TITULO.
           05 FILLER PIC X(37) VALUE
               "RENTABILIDAD DEL ESPACIO EN LINEAL - ".
           05 FILLER PIC X(6) VALUE "DESDE ".
           05 RT-DESDE PIC 9(8).
           05 FILLER PIC X(7) VALUE " HASTA ".
           05 RT-HASTA PIC 9(8).
           05 FILLER PIC X(3) VALUE " (".
           05 RT-DIAS PIC ZZZZ9.
           05 FILLER PIC X(7) VALUE " DIAS)".
       01 REP-ENCABEZADO PIC X(132) VALUE
           "PAS.  PROD.  DESCRIPCION               FR.    CM      VENTAS
      -    "      EUR/M   MARGEN/M     UDS/M   SEM. SUGERENCIA".
       01 REP-DETALLE.
           05 RD-PASILLO PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 RD-PRODUCTO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RD-DESCRIP PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 RD-FRENTES PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-CM PIC Z(4)9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-IMPORTE PIC Z(7)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RD-EUR-METRO PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RD-MARGEN-METRO PIC -(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RD-UDS-METRO PIC Z(6)9.9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-SEMANAS PIC Z(3)9.9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-SUGERENCIA PIC X(24).
       01 REP-SUBTOTAL.
           05 RS-ETIQUETA PIC X(42).
           05 RS-CM PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 RS-IMPORTE PIC Z(7)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RS-EUR-METRO PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RS-MARGEN-METRO PIC -(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RS-UDS-METRO PIC Z(6)9.9.
       01 REP-TOTAL.
           05 RTT-ETIQUETA PIC X(40).
           05 RTT-CANTIDAD PIC Z(4)9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- RENTABILIDAD DEL ESPACIO -------------------
      * Cruza el espacio que ocupa cada producto en la estanteria
      * (frentes y centimetros de sus casilleros en STOCK-UBICACIONES)
      * con lo vendido en el periodo segun el agregado mensual: ventas,
      * margen bruto (a PRODUCTO-COSTO) y unidades por metro lineal,
      * por producto y pasillo, y al final por familia. El pasillo es
      * el primer tramo del casillero (hasta el primer guion, punto o
      * blanco). Sugiere movimientos de espacio: lineales que cubren
      * mas semanas de venta de las necesarias y productos que hay que
      * reponer varias veces al dia. Solo entran los productos con
      * centimetros lineales fijados en REPONER-ESTANTERIA.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           COMPUTE WS-AYER = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOY) - 1)
           PERFORM PEDIR-PERIODO
           IF WS-PERIODO-VALIDO NOT = "S"
               GOBACK
           END-IF

           DISPLAY "Semanas de venta que justifican el lineal "
               "(ENTER = 4): "
           MOVE ZEROES TO WS-SEMANAS-MAX
           ACCEPT WS-SEMANAS-MAX
           IF WS-SEMANAS-MAX NOT NUMERIC OR WS-SEMANAS-MAX = 0
               MOVE 4 TO WS-SEMANAS-MAX
           END-IF
           DISPLAY "Reposiciones al dia que piden mas espacio "
               "(ENTER = 2): "
           MOVE ZEROES TO WS-REPOSICIONES-MAX
           ACCEPT WS-REPOSICIONES-MAX
           IF WS-REPOSICIONES-MAX NOT NUMERIC OR
              WS-REPOSICIONES-MAX = 0
               MOVE 2 TO WS-REPOSICIONES-MAX
           END-IF

           OPEN INPUT STOCK-UBICACIONES
           IF WS-UBI-STATUS NOT = "00"
               DISPLAY "No se pudo abrir STOCK-UBICACIONES.dat. "
                   "Estado: " WS-UBI-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "STOCK-UBICACIONES.dat" TO WS-INC-ARCHIVO
               MOVE WS-UBI-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           OPEN INPUT VENTAS-MENSUAL
           IF WS-MENSUAL-STATUS NOT = "00"
               DISPLAY "Sin agregado mensual (corra "
                   "CONSTRUIR-AGREGADO-MENSUAL)."
               CLOSE STOCK-UBICACIONES
               GOBACK
           END-IF
           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE STOCK-UBICACIONES
               CLOSE VENTAS-MENSUAL
               GOBACK
           END-IF
           OPEN OUTPUT REPORTE-TXT

           MOVE WS-FECHA-INICIO TO RT-DESDE
           MOVE WS-FECHA-FIN TO RT-HASTA
           MOVE WS-DIAS-PERIODO TO RT-DIAS
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-TITULO
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-ENCABEZADO

           SORT WS-ESPACIO-SORT
               ON ASCENDING KEY ES-PASILLO
               ON ASCENDING KEY ES-PRODUCTO-ID
               INPUT PROCEDURE IS CARGAR-SORT-ESPACIO
               OUTPUT PROCEDURE IS IMPRIMIR-ESPACIO

           PERFORM IMPRIMIR-FAMILIAS

           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "PRODUCTOS CON ESPACIO EN LINEAL" TO RTT-ETIQUETA
           MOVE WS-PRODUCTOS TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  SOBRA ESPACIO (REDUCIR O LIBERAR)" TO RTT-ETIQUETA
           MOVE WS-SOBRA-ESPACIO TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  FALTA ESPACIO (AMPLIAR)" TO RTT-ETIQUETA
           MOVE WS-FALTA-ESPACIO TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  SIN CAPACIDAD FIJADA" TO RTT-ETIQUETA
           MOVE WS-SIN-CAPACIDAD TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL

           CLOSE STOCK-UBICACIONES
           CLOSE VENTAS-MENSUAL
           CLOSE PRODUCTO
           CLOSE REPORTE-TXT
           DISPLAY "SOBRA ESPACIO: " WS-SOBRA-ESPACIO
               "  FALTA ESPACIO: " WS-FALTA-ESPACIO
           DISPLAY "Informe en REPORTE-ESPACIO-LINEAL.txt"
           GOBACK.

       PEDIR-PERIODO.
           MOVE "S" TO WS-PERIODO-VALIDO
           DISPLAY "Mes desde (AAAAMM): "
           ACCEPT WS-MES-DESDE
           DISPLAY "Mes hasta (AAAAMM, ENTER = el mismo): "
           MOVE SPACES TO WS-MES-HASTA
           ACCEPT WS-MES-HASTA
           IF WS-MES-HASTA = SPACES OR WS-MES-HASTA = ZEROES
               MOVE WS-MES-DESDE TO WS-MES-HASTA
           END-IF
           IF WS-MES-DESDE NOT NUMERIC OR WS-MES-HASTA NOT NUMERIC
               MOVE "N" TO WS-PERIODO-VALIDO
           ELSE
               IF WS-MD-MES < 1 OR WS-MD-MES > 12 OR
                  WS-MH-MES < 1 OR WS-MH-MES > 12 OR
                  WS-MES-HASTA < WS-MES-DESDE
                   MOVE "N" TO WS-PERIODO-VALIDO
               END-IF
           END-IF
           IF WS-PERIODO-VALIDO NOT = "S"
               DISPLAY "PERIODO NO VALIDO."
           ELSE
               COMPUTE WS-FECHA-INICIO = WS-MD-ANIO * 10000
                   + WS-MD-MES * 100 + 1
               MOVE WS-MES-HASTA TO WS-MES-SIGUIENTE
               ADD 1 TO WS-MS-MES
               IF WS-MS-MES > 12
                   MOVE 1 TO WS-MS-MES
                   ADD 1 TO WS-MS-ANIO
               END-IF
               COMPUTE WS-FECHA-FIN = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MS-ANIO * 10000
                   + WS-MS-MES * 100 + 1) - 1)
               IF WS-FECHA-FIN > WS-AYER
                   MOVE WS-AYER TO WS-FECHA-FIN
               END-IF
               IF WS-FECHA-FIN < WS-FECHA-INICIO
                   DISPLAY "EL PERIODO NO TIENE DIAS CERRADOS."
                   MOVE "N" TO WS-PERIODO-VALIDO
               ELSE
                   COMPUTE WS-DIAS-PERIODO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-FIN)
                       - FUNCTION INTEGER-OF-DATE(WS-FECHA-INICIO) + 1
               END-IF
           END-IF.

      *> Los casilleros vienen por producto: al cambiar de producto se
      *> suelta el anterior con el espacio sumado de sus casilleros de
      *> venta (los que tienen centimetros lineales).
       CARGAR-SORT-ESPACIO.
           MOVE "N" TO WS-EOF
           MOVE ZEROES TO WS-PRODUCTO-ACTUAL
           MOVE LOW-VALUES TO SU-CLAVE
           START STOCK-UBICACIONES KEY IS NOT LESS THAN SU-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ STOCK-UBICACIONES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF SU-PRODUCTO-ID NOT = WS-PRODUCTO-ACTUAL
                           IF WS-PRODUCTO-ACTUAL > 0
                               PERFORM SOLTAR-PRODUCTO-ESPACIO
                           END-IF
                           MOVE SU-PRODUCTO-ID TO WS-PRODUCTO-ACTUAL
                           MOVE SPACES TO WS-PASILLO
                           MOVE ZEROES TO WS-FRENTES
                           MOVE ZEROES TO WS-CM
                           MOVE ZEROES TO WS-CAPACIDAD
                       END-IF
                       IF SU-CM-LINEALES > 0
                           PERFORM SUMAR-CASILLERO-LINEAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRODUCTO-ACTUAL > 0
               PERFORM SOLTAR-PRODUCTO-ESPACIO
           END-IF.

       SUMAR-CASILLERO-LINEAL.
           IF WS-PASILLO = SPACES
               UNSTRING SU-UBICACION DELIMITED BY "-" OR "." OR SPACE
                   INTO WS-PASILLO
               END-UNSTRING
           END-IF
           ADD SU-FRENTES TO WS-FRENTES
           ADD SU-CM-LINEALES TO WS-CM
           ADD SU-CAPACIDAD TO WS-CAPACIDAD.

       SOLTAR-PRODUCTO-ESPACIO.
           IF WS-CM > 0
               MOVE WS-PRODUCTO-ACTUAL TO PRODUCTO-ID
               READ PRODUCTO
                   INVALID KEY
                       MOVE "(PRODUCTO DESCONOCIDO)" TO ES-DESCRIP
                       MOVE ZEROES TO ES-FAMILIA
                       MOVE ZEROES TO PRODUCTO-COSTO
                   NOT INVALID KEY
                       MOVE PRODUCTO-DESCRIP TO ES-DESCRIP
                       MOVE PRODUCTO-FAMILIA TO ES-FAMILIA
               END-READ
               IF ES-FAMILIA NOT NUMERIC
                   MOVE ZEROES TO ES-FAMILIA
               END-IF
               PERFORM SUMAR-VENTAS-PERIODO
               MOVE WS-PASILLO TO ES-PASILLO
               MOVE WS-PRODUCTO-ACTUAL TO ES-PRODUCTO-ID
               MOVE WS-FRENTES TO ES-FRENTES
               MOVE WS-CM TO ES-CM
               MOVE WS-CAPACIDAD TO ES-CAPACIDAD
               MOVE WS-UNIDADES TO ES-UNIDADES
               MOVE WS-IMPORTE TO ES-IMPORTE
               COMPUTE ES-MARGEN = WS-IMPORTE
                   - WS-UNIDADES * PRODUCTO-COSTO
               RELEASE ES-REGISTRO
           END-IF.

       SUMAR-VENTAS-PERIODO.
           MOVE ZEROES TO WS-UNIDADES
           MOVE ZEROES TO WS-IMPORTE
           MOVE "N" TO WS-EOF-MES
           MOVE WS-PRODUCTO-ACTUAL TO VM-PRODUCTO-ID
           MOVE WS-MES-DESDE TO VM-MES
           START VENTAS-MENSUAL KEY IS NOT LESS THAN VM-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-MES
           END-START
           PERFORM UNTIL WS-EOF-MES = "S"
               READ VENTAS-MENSUAL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MES
                   NOT AT END
                       IF VM-PRODUCTO-ID NOT = WS-PRODUCTO-ACTUAL OR
                          VM-MES > WS-MES-HASTA
                           MOVE "S" TO WS-EOF-MES
                       ELSE
                           ADD VM-UNIDADES TO WS-UNIDADES
                           ADD VM-IMPORTE TO WS-IMPORTE
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMIR-ESPACIO.
           MOVE "N" TO WS-EOF-SORT
           MOVE "S" TO WS-PRIMERA-LINEA
           PERFORM UNTIL WS-EOF-SORT = "S"
               RETURN WS-ESPACIO-SORT
                   AT END
                       MOVE "S" TO WS-EOF-SORT
                   NOT AT END
                       IF WS-PRIMERA-LINEA = "S"
                           MOVE "N" TO WS-PRIMERA-LINEA
                           PERFORM INICIAR-PASILLO
                       ELSE
                           IF ES-PASILLO NOT = WS-PASILLO-ANTERIOR
                               PERFORM ESCRIBIR-SUBTOTAL-PASILLO
                               PERFORM INICIAR-PASILLO
                           END-IF
                       END-IF
                       PERFORM ESCRIBIR-LINEA-ESPACIO
               END-RETURN
           END-PERFORM
           IF WS-PRIMERA-LINEA = "N"
               PERFORM ESCRIBIR-SUBTOTAL-PASILLO
               MOVE "TOTAL TIENDA" TO RS-ETIQUETA
               MOVE WS-TOT-CM TO WS-SUB-CM
               MOVE WS-TOT-UNIDADES TO WS-SUB-UNIDADES
               MOVE WS-TOT-IMPORTE TO WS-SUB-IMPORTE
               MOVE WS-TOT-MARGEN TO WS-SUB-MARGEN
               PERFORM ESCRIBIR-SUBTOTAL
           ELSE
               DISPLAY "NINGUN CASILLERO TIENE CENTIMETROS LINEALES "
                   "FIJADOS."
           END-IF.

       INICIAR-PASILLO.
           MOVE ES-PASILLO TO WS-PASILLO-ANTERIOR
           MOVE ZEROES TO WS-SUB-CM
           MOVE ZEROES TO WS-SUB-UNIDADES
           MOVE ZEROES TO WS-SUB-IMPORTE
           MOVE ZEROES TO WS-SUB-MARGEN.

       ESCRIBIR-LINEA-ESPACIO.
           ADD 1 TO WS-PRODUCTOS
           COMPUTE WS-EUR-METRO ROUNDED = ES-IMPORTE * 100 / ES-CM
           COMPUTE WS-MARGEN-METRO ROUNDED = ES-MARGEN * 100 / ES-CM
           COMPUTE WS-UDS-METRO ROUNDED = ES-UNIDADES * 100 / ES-CM
           PERFORM SUGERIR-ESPACIO

           MOVE ES-PASILLO TO RD-PASILLO
           MOVE ES-PRODUCTO-ID TO RD-PRODUCTO
           MOVE ES-DESCRIP TO RD-DESCRIP
           MOVE ES-FRENTES TO RD-FRENTES
           MOVE ES-CM TO RD-CM
           MOVE ES-IMPORTE TO RD-IMPORTE
           MOVE WS-EUR-METRO TO RD-EUR-METRO
           MOVE WS-MARGEN-METRO TO RD-MARGEN-METRO
           MOVE WS-UDS-METRO TO RD-UDS-METRO
           MOVE WS-SEMANAS TO RD-SEMANAS
           MOVE WS-SUGERENCIA TO RD-SUGERENCIA
           MOVE REP-DETALLE TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-DETALLE

           ADD ES-CM TO WS-SUB-CM
           ADD ES-UNIDADES TO WS-SUB-UNIDADES
           ADD ES-IMPORTE TO WS-SUB-IMPORTE
           ADD ES-MARGEN TO WS-SUB-MARGEN
           ADD ES-CM TO WS-TOT-CM
           ADD ES-UNIDADES TO WS-TOT-UNIDADES
           ADD ES-IMPORTE TO WS-TOT-IMPORTE
           ADD ES-MARGEN TO WS-TOT-MARGEN
           MOVE ES-FAMILIA TO WS-FAMILIA
           PERFORM ACUMULAR-FAMILIA.

      *> Semanas que cubre la capacidad del lineal al ritmo de venta
      *> del periodo, y veces al dia que hay que llenarlo.
       SUGERIR-ESPACIO.
           MOVE ZEROES TO WS-SEMANAS
           MOVE ZEROES TO WS-REPOSICIONES
           MOVE SPACES TO WS-SUGERENCIA
           COMPUTE WS-VENTA-SEMANAL ROUNDED =
               ES-UNIDADES * 7 / WS-DIAS-PERIODO
           IF ES-CAPACIDAD > 0
               IF WS-VENTA-SEMANAL > 0
                   COMPUTE WS-SEMANAS ROUNDED =
                       ES-CAPACIDAD / WS-VENTA-SEMANAL
                       ON SIZE ERROR
                           MOVE 9999.9 TO WS-SEMANAS
                   END-COMPUTE
               END-IF
               COMPUTE WS-REPOSICIONES ROUNDED =
                   ES-UNIDADES / WS-DIAS-PERIODO / ES-CAPACIDAD
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-REPOSICIONES
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN ES-CAPACIDAD = 0
                   MOVE "SIN CAPACIDAD FIJADA" TO WS-SUGERENCIA
                   ADD 1 TO WS-SIN-CAPACIDAD
               WHEN ES-UNIDADES = 0
                   MOVE "SIN VENTAS: LIBERAR" TO WS-SUGERENCIA
                   ADD 1 TO WS-SOBRA-ESPACIO
               WHEN WS-SEMANAS > WS-SEMANAS-MAX
                   MOVE "REDUCIR: SOBRA ESPACIO" TO WS-SUGERENCIA
                   ADD 1 TO WS-SOBRA-ESPACIO
               WHEN WS-REPOSICIONES >= WS-REPOSICIONES-MAX
                   IF WS-REPOSICIONES > 999
                       MOVE 999 TO WS-REPOSICIONES-ED
                   ELSE
                       MOVE WS-REPOSICIONES TO WS-REPOSICIONES-ED
                   END-IF
                   STRING "AMPLIAR: REPONE " DELIMITED BY SIZE
                          WS-REPOSICIONES-ED DELIMITED BY SIZE
                          "/DIA" DELIMITED BY SIZE
                       INTO WS-SUGERENCIA
                   END-STRING
                   ADD 1 TO WS-FALTA-ESPACIO
           END-EVALUATE.

       ESCRIBIR-SUBTOTAL-PASILLO.
           MOVE SPACES TO RS-ETIQUETA
           STRING "  TOTAL PASILLO " DELIMITED BY SIZE
                  WS-PASILLO-ANTERIOR DELIMITED BY SIZE
               INTO RS-ETIQUETA
           END-STRING
           PERFORM ESCRIBIR-SUBTOTAL
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA.

       ESCRIBIR-SUBTOTAL.
           MOVE WS-SUB-CM TO RS-CM
           MOVE WS-SUB-IMPORTE TO RS-IMPORTE
           IF WS-SUB-CM > 0
               COMPUTE WS-EUR-METRO ROUNDED =
                   WS-SUB-IMPORTE * 100 / WS-SUB-CM
               COMPUTE WS-MARGEN-METRO ROUNDED =
                   WS-SUB-MARGEN * 100 / WS-SUB-CM
               COMPUTE WS-UDS-METRO ROUNDED =
                   WS-SUB-UNIDADES * 100 / WS-SUB-CM
           ELSE
               MOVE ZEROES TO WS-EUR-METRO
               MOVE ZEROES TO WS-MARGEN-METRO
               MOVE ZEROES TO WS-UDS-METRO
           END-IF
           MOVE WS-EUR-METRO TO RS-EUR-METRO
           MOVE WS-MARGEN-METRO TO RS-MARGEN-METRO
           MOVE WS-UDS-METRO TO RS-UDS-METRO
           MOVE REP-SUBTOTAL TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-SUBTOTAL.

       ACUMULAR-FAMILIA.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING TF-IDX FROM 1 BY 1
               UNTIL TF-IDX > WS-TABLA-FAM-CANT
               IF TF-FAMILIA(TF-IDX) = WS-FAMILIA
                   MOVE "S" TO WS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = "N"
               IF WS-TABLA-FAM-CANT < 100
                   ADD 1 TO WS-TABLA-FAM-CANT
                   SET TF-IDX TO WS-TABLA-FAM-CANT
                   MOVE WS-FAMILIA TO TF-FAMILIA(TF-IDX)
                   MOVE ZEROES TO TF-CM(TF-IDX)
                   MOVE ZEROES TO TF-UNIDADES(TF-IDX)
                   MOVE ZEROES TO TF-IMPORTE(TF-IDX)
                   MOVE ZEROES TO TF-MARGEN(TF-IDX)
                   MOVE "S" TO WS-ENCONTRADO
               ELSE
                   DISPLAY "AVISO: TABLA-FAMILIAS llena (100), "
                       "familia " WS-FAMILIA " excluida"
               END-IF
           END-IF
           IF WS-ENCONTRADO = "S"
               PERFORM SUMAR-FAMILIA
           END-IF.

       SUMAR-FAMILIA.
           ADD ES-CM TO TF-CM(TF-IDX)
           ADD ES-UNIDADES TO TF-UNIDADES(TF-IDX)
           ADD ES-IMPORTE TO TF-IMPORTE(TF-IDX)
           ADD ES-MARGEN TO TF-MARGEN(TF-IDX).

       IMPRIMIR-FAMILIAS.
           IF WS-TABLA-FAM-CANT > 0
               MOVE SPACES TO REP-LINEA
               WRITE REP-LINEA
               MOVE "----- POR FAMILIA -----" TO REP-LINEA
               WRITE REP-LINEA
               DISPLAY "----- POR FAMILIA -----"
               OPEN INPUT FAMILIAS
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TABLA-FAM-CANT
                   SET TF-IDX TO WS-I
                   PERFORM ESCRIBIR-LINEA-FAMILIA
               END-PERFORM
               IF WS-FAMILIAS-STATUS = "00"
                   CLOSE FAMILIAS
               END-IF
           END-IF.

       ESCRIBIR-LINEA-FAMILIA.
           MOVE SPACES TO FAMILIA-NOMBRE
           IF TF-FAMILIA(TF-IDX) = 0
               MOVE "SIN FAMILIA" TO FAMILIA-NOMBRE
           ELSE
               IF WS-FAMILIAS-STATUS = "00"
                   MOVE TF-FAMILIA(TF-IDX) TO FAMILIA-CODIGO
                   READ FAMILIAS
                       INVALID KEY
                           MOVE "(DESCONOCIDA)" TO FAMILIA-NOMBRE
                   END-READ
               END-IF
           END-IF
           MOVE SPACES TO RS-ETIQUETA
           STRING TF-FAMILIA(TF-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FAMILIA-NOMBRE DELIMITED BY SIZE
               INTO RS-ETIQUETA
           END-STRING
           MOVE TF-CM(TF-IDX) TO WS-SUB-CM
           MOVE TF-UNIDADES(TF-IDX) TO WS-SUB-UNIDADES
           MOVE TF-IMPORTE(TF-IDX) TO WS-SUB-IMPORTE
           MOVE TF-MARGEN(TF-IDX) TO WS-SUB-MARGEN
           PERFORM ESCRIBIR-SUBTOTAL.

       ESCRIBIR-TOTAL.
           MOVE REP-TOTAL TO REP-LINEA
           WRITE REP-LINEA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-ESPACIO-LINEAL" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-ESPACIO-LINEAL.
