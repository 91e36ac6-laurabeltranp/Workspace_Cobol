               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERMAS-STATUS.

           SELECT SALIDAS-INTERNAS
               ASSIGN TO "SALIDAS-INTERNAS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDAS-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-STATUS.

           SELECT ENVASES-DEVUELTOS
               ASSIGN TO "ENVASES-DEVUELTOS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENVDEV-STATUS.

           SELECT RECTIFICATIVAS
               ASSIGN TO "RECTIFICATIVAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-NUMERO
               FILE STATUS IS WS-RECT-STATUS.

      *> Gastos de explotacion (GESTION-GASTOS) y su detalle diario.
           SELECT GASTOS
               ASSIGN TO "GASTOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-NUMERO
               FILE STATUS IS WS-GASTOS-STATUS.

           SELECT GASTOS-CSV
               ASSIGN TO "EXPORT-GESTORIA-GASTOS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GASTOS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENTAS.
       FD MERMAS.
           COPY MERMA.

       FD SALIDAS-INTERNAS.
           COPY SALIDAINT.

       FD PRODUCTO.
           COPY PRODFLT.

       FD GESTORIA-CSV.
       01 GESTORIA-LINEA PIC X(250).

       FD ENVASES-DEVUELTOS.
           COPY ENVDEV.

       FD RECTIFICATIVAS.
           COPY FACTRECT.

       FD GASTOS.
           COPY GASTO.

       FD GASTOS-CSV.
       01 GASTOS-CSV-LINEA PIC X(200).

       FD GESTORIA-ESTADO.
       01 GESTORIA-ESTADO-REGISTRO.
       01 WS-MERMAS-EDIT PIC 9(7).99.
       01 WS-VALOR-EDIT PIC 9(9).99.
       01 WS-VARIACION-EDIT PIC +9(9).99.
       01 WS-ENVDEV-STATUS PIC XX.
       01 WS-DEPOS-COBRADOS-EUR PIC 9(9)V99 VALUE ZEROES.
       01 WS-DEPOS-DEVUELTOS-EUR PIC 9(9)V99 VALUE ZEROES.
       01 WS-DEPOS-COBRADOS-EDIT PIC 9(7).99.
       01 WS-DEPOS-DEVUELTOS-EDIT PIC 9(7).99.
       01 WS-RECT-STATUS PIC XX.
       01 WS-RECT-CANT PIC 9(4) VALUE ZEROES.
       01 WS-RECT-BASE-EUR PIC S9(9)V99 VALUE ZEROES.
       01 WS-RECT-CUOTA-EUR PIC S9(9)V99 VALUE ZEROES.
       01 WS-RECT-TOTAL-EUR PIC S9(9)V99 VALUE ZEROES.
       01 WS-RECT-BASE-EDIT PIC -9(7).99.
       01 WS-RECT-CUOTA-EDIT PIC -9(7).99.
       01 WS-RECT-TOTAL-EDIT PIC -9(7).99.
       01 WS-GASTOS-STATUS PIC XX.
       01 WS-SALIDAS-STATUS PIC XX.
       01 WS-AUTOCONSUMO-EUR PIC 9(9)V99 VALUE ZEROES.
       01 WS-DONACIONES-EUR PIC 9(9)V99 VALUE ZEROES.
       01 WS-AUTOCONSUMO-EDIT PIC 9(7).99.
       01 WS-DONACIONES-EDIT PIC 9(7).99.
       01 WS-GASTOS-CSV-STATUS PIC XX.
       01 WS-GASTOS-CANT PIC 9(4) VALUE ZEROES.
       01 WS-GA-BASE-EDIT PIC 9(7).99.
       01 WS-GA-CUOTA-EDIT PIC 9(7).99.
       01 WS-GA-TOTAL-EDIT PIC 9(7).99.
       01 WS-GA-CATEGORIA PIC X(20).
           COPY GASTOCAT.

      *----------------------- UNA FILA POR FECHA --------------------------
      * El CSV entero cabe en memoria (un par de anios de filas): se
      * fila en lugar de duplicarla.
       01 WS-CSV-CANT PIC 9(3) VALUE ZEROES.
       01 TABLA-CSV.
           03 TC-LINEA PIC X(250) OCCURS 800 TIMES.
       01 WS-CSV-IDX PIC 9(3).
      * Mismo criterio para el detalle de gastos: las filas de otras
      * fechas se conservan, las de esta se vuelven a generar.
       01 WS-GCSV-CANT PIC 9(4) VALUE ZEROES.
       01 TABLA-GASTOS-CSV.
           03 TG-LINEA PIC X(200) OCCURS 2000 TIMES.
       01 WS-GCSV-IDX PIC 9(4).
      * Cifras de control de los dos archivos (CONTROL-INTERCAMBIO).
           COPY INTERCAM REPLACING LEADING ==IX== BY ==WS-IX==.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * Fecha de negocio que se totaliza: la pasa BATCH-NOCTURNO para
      * Una fila por dia en EXPORT-GESTORIA.csv para que la gestoria
      * importe el mes completo sin re-teclear. Columnas fijas:
      *   FECHA;VENTAS_EUR;DEVOLUCIONES_EUR;MERMAS_EUR;
      *   VALOR_STOCK_EUR;VARIACION_STOCK_EUR;
      *   DEPOSITOS_COBRADOS_EUR;DEPOSITOS_DEVUELTOS_EUR
      * Importes con punto decimal y dos decimales. Las devoluciones
      * se valoran al precio de venta vigente del producto. La
      * variacion compara la valoracion de hoy contra la del ultimo
      * export (GESTORIA-ESTADO.dat). Los depositos de envase no son
      * venta: VENTAS_EUR va sin ellos y los depositos cobrados y
      * devueltos del dia salen en sus dos columnas al final.
      * Las facturas rectificativas del dia (serie R) van como serie
      * aparte en cuatro columnas mas: cuantas, base, cuota y total,
      * en negativo:
      *   RECTIFICATIVAS_NUM;RECTIFICATIVAS_BASE_EUR;
      *   RECTIFICATIVAS_CUOTA_EUR;RECTIFICATIVAS_TOTAL_EUR
      * El autoconsumo y las donaciones del dia (SALIDAS-INTERNAS,
      * al costo medio ponderado) no son merma: van en sus dos
      * columnas, la donacion aparte por su deduccion:
      *   AUTOCONSUMO_EUR;DONACIONES_EUR
      * Los gastos de explotacion van en EXPORT-GESTORIA-GASTOS.csv,
      * una fila por gasto grabado ese dia (alta, cambio, pago o
      * anulacion), con la fecha del export delante:
      *   FECHA_EXPORT;NUMERO;FECHA;CATEGORIA;ACREEDOR;NIF;DOCUMENTO;
      *   CONCEPTO;BASE_EUR;TIPO_IVA;CUOTA_EUR;TOTAL_EUR;VENCIMIENTO;
      *   PAGADO;FECHA_PAGO;ESTADO
      * La gestoria reemplaza por NUMERO: la ultima fila manda.
      * Los dos archivos llevan cabecera y pie de control (#CAB y
      * #FIN, INTERCAM.cpy) con el mismo separador; el pie suma
      * VENTAS_EUR en el primero y TOTAL_EUR en el de gastos.
       INICIO.
           MOVE LK-FECHA-NEGOCIO TO WS-HOY

           PERFORM TOTALIZAR-VENTAS-DIA
           PERFORM TOTALIZAR-DEVOLUCIONES-DIA
           PERFORM TOTALIZAR-MERMAS-DIA
           PERFORM TOTALIZAR-SALIDAS-INTERNAS
           PERFORM TOTALIZAR-ENVASES-DEVUELTOS
           PERFORM TOTALIZAR-RECTIFICATIVAS
           PERFORM VALORAR-STOCK

           PERFORM LEER-VALOR-ANTERIOR
           PERFORM CARGAR-FILAS-ANTERIORES

           OPEN OUTPUT GESTORIA-CSV
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "No se pudo crear EXPORT-GESTORIA.csv. Estado: "
                   WS-CSV-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "EXPORT-GESTORIA.csv" TO WS-INC-ARCHIVO
               MOVE WS-CSV-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           INITIALIZE WS-IX-PETICION
           MOVE "A" TO WS-IX-OPERACION
           MOVE "GESTORIA" TO WS-IX-TIPO
           MOVE "GESTORIA" TO WS-IX-SOCIO
           MOVE "EXPORTAR-GESTORIA" TO WS-IX-PROGRAMA
           MOVE "EXPORT-GESTORIA.csv" TO WS-IX-ARCHIVO
           MOVE ";" TO WS-IX-SEPARADOR
           MOVE "S" TO WS-IX-CON-TITULOS
           MOVE 2 TO WS-IX-COL-IMPORTE
           MOVE WS-HOY TO WS-IX-FECHA
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           MOVE WS-IX-CABECERA TO GESTORIA-LINEA
           WRITE GESTORIA-LINEA
           MOVE SPACES TO GESTORIA-LINEA
           STRING "FECHA;VENTAS_EUR;DEVOLUCIONES_EUR;MERMAS_EUR;"
               "VALOR_STOCK_EUR;VARIACION_STOCK_EUR;"
               "DEPOSITOS_COBRADOS_EUR;DEPOSITOS_DEVUELTOS_EUR;"
               "RECTIFICATIVAS_NUM;RECTIFICATIVAS_BASE_EUR;"
               "RECTIFICATIVAS_CUOTA_EUR;RECTIFICATIVAS_TOTAL_EUR;"
               "AUTOCONSUMO_EUR;DONACIONES_EUR"
               DELIMITED BY SIZE INTO GESTORIA-LINEA
           WRITE GESTORIA-LINEA
           PERFORM VARYING WS-CSV-IDX FROM 1 BY 1
           MOVE WS-MERMAS-EUR TO WS-MERMAS-EDIT
           MOVE WS-VALOR-STOCK TO WS-VALOR-EDIT
           MOVE WS-VARIACION TO WS-VARIACION-EDIT
           MOVE WS-DEPOS-COBRADOS-EUR TO WS-DEPOS-COBRADOS-EDIT
           MOVE WS-DEPOS-DEVUELTOS-EUR TO WS-DEPOS-DEVUELTOS-EDIT
           MOVE WS-RECT-BASE-EUR TO WS-RECT-BASE-EDIT
           MOVE WS-RECT-CUOTA-EUR TO WS-RECT-CUOTA-EDIT
           MOVE WS-RECT-TOTAL-EUR TO WS-RECT-TOTAL-EDIT
           MOVE WS-AUTOCONSUMO-EUR TO WS-AUTOCONSUMO-EDIT
           MOVE WS-DONACIONES-EUR TO WS-DONACIONES-EDIT
           MOVE SPACES TO GESTORIA-LINEA
           STRING WS-HOY ";" WS-VENTAS-EDIT ";" WS-DEVOL-EDIT ";"
               WS-MERMAS-EDIT ";" WS-VALOR-EDIT ";" WS-VARIACION-EDIT
               ";" WS-DEPOS-COBRADOS-EDIT ";" WS-DEPOS-DEVUELTOS-EDIT
               ";" WS-RECT-CANT ";" WS-RECT-BASE-EDIT ";"
               WS-RECT-CUOTA-EDIT ";" WS-RECT-TOTAL-EDIT ";"
               WS-AUTOCONSUMO-EDIT ";" WS-DONACIONES-EDIT
               DELIMITED BY SIZE INTO GESTORIA-LINEA
           WRITE GESTORIA-LINEA
           CLOSE GESTORIA-CSV
           MOVE "C" TO WS-IX-OPERACION
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION

           PERFORM GRABAR-VALOR-ACTUAL
           PERFORM EXPORTAR-GASTOS-DIA

           DISPLAY "EXPORT GESTORIA " WS-HOY " GRABADO."
           GOBACK.
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF GESTORIA-LINEA(1:5) NOT = "FECHA" AND
                              GESTORIA-LINEA(1:1) NOT = "#" AND
                              GESTORIA-LINEA(1:8) NOT = WS-HOY
                               IF WS-CSV-CANT < 800
                                   ADD 1 TO WS-CSV-CANT
                   END-READ
               END-PERFORM
               CLOSE GESTORIA-CSV
           ELSE
               IF WS-CSV-STATUS NOT = "35"
                   MOVE "CARGAR-FILAS-ANTERIORES" TO WS-INC-PARRAFO
                   MOVE "EXPORT-GESTORIA.csv" TO WS-INC-ARCHIVO
                   MOVE WS-CSV-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       TOTALIZAR-VENTAS-DIA.
      *> la fila de la gestoria debe cuadrar con el.
                           IF VE-FECHA = WS-HOY AND
                              NOT VE-ES-ANULADA
                               IF VE-ES-DEPOSITO
                                   ADD VE-IMPORTE TO
                                       WS-DEPOS-COBRADOS-EUR
                               ELSE
                                   ADD VE-IMPORTE TO WS-VENTAS-EUR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTAS
           ELSE
               IF WS-VENTAS-STATUS NOT = "35"
                   MOVE "TOTALIZAR-VENTAS-DIA" TO WS-INC-PARRAFO
                   MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

      *> La devolucion no guarda importe propio: se valora al precio
       TOTALIZAR-DEVOLUCIONES-DIA.
           MOVE "N" TO WS-EOF
           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00" AND
              WS-PRODUCTO-STATUS NOT = "35"
               MOVE "TOTALIZAR-DEVOLUCIONES-DIA" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF
           OPEN INPUT DEVOLUCIONES
           IF WS-DEVOL-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   END-READ
               END-PERFORM
               CLOSE DEVOLUCIONES
           ELSE
               IF WS-DEVOL-STATUS NOT = "35"
                   MOVE "TOTALIZAR-DEVOLUCIONES-DIA" TO WS-INC-PARRAFO
                   MOVE "DEVOLUCIONES-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-DEVOL-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF
           CLOSE PRODUCTO.

                   END-READ
               END-PERFORM
               CLOSE MERMAS
           ELSE
               IF WS-MERMAS-STATUS NOT = "35"
                   MOVE "TOTALIZAR-MERMAS-DIA" TO WS-INC-PARRAFO
                   MOVE "MERMAS.dat" TO WS-INC-ARCHIVO
                   MOVE WS-MERMAS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       TOTALIZAR-SALIDAS-INTERNAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT SALIDAS-INTERNAS
           IF WS-SALIDAS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ SALIDAS-INTERNAS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF SI-FECHA = WS-HOY
                               IF SI-DONACION
                                   ADD SI-VALOR TO WS-DONACIONES-EUR
                               ELSE
                                   ADD SI-VALOR TO WS-AUTOCONSUMO-EUR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALIDAS-INTERNAS
           ELSE
               IF WS-SALIDAS-STATUS NOT = "35"
                   MOVE "TOTALIZAR-SALIDAS-INTERNAS" TO WS-INC-PARRAFO
                   MOVE "SALIDAS-INTERNAS.dat" TO WS-INC-ARCHIVO
                   MOVE WS-SALIDAS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       TOTALIZAR-ENVASES-DEVUELTOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ENVASES-DEVUELTOS
           IF WS-ENVDEV-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ ENVASES-DEVUELTOS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF ED-FECHA = WS-HOY
                               ADD ED-IMPORTE TO WS-DEPOS-DEVUELTOS-EUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENVASES-DEVUELTOS
           ELSE
               IF WS-ENVDEV-STATUS NOT = "35"
                   MOVE "TOTALIZAR-ENVASES-DEVUELTOS" TO WS-INC-PARRAFO
                   MOVE "ENVASES-DEVUELTOS.dat" TO WS-INC-ARCHIVO
                   MOVE WS-ENVDEV-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       TOTALIZAR-RECTIFICATIVAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT RECTIFICATIVAS
           IF WS-RECT-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ RECTIFICATIVAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF FR-FECHA = WS-HOY
                               ADD 1 TO WS-RECT-CANT
                               ADD FR-BASE TO WS-RECT-BASE-EUR
                               ADD FR-CUOTA-IVA TO WS-RECT-CUOTA-EUR
                               ADD FR-TOTAL TO WS-RECT-TOTAL-EUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECTIFICATIVAS
           ELSE
               IF WS-RECT-STATUS NOT = "35"
                   MOVE "TOTALIZAR-RECTIFICATIVAS" TO WS-INC-PARRAFO
                   MOVE "RECTIFICATIVAS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-RECT-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       VALORAR-STOCK.
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
      *> La mercancia en consigna es del proveedor.
                           IF NOT PRODUCTO-EN-CONSIGNA
                               COMPUTE WS-VALOR-STOCK =
                                   WS-VALOR-STOCK +
                                   (PRODUCTO-STOCK * PRODUCTO-PRECIO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCTO
           ELSE
               IF WS-PRODUCTO-STATUS NOT = "35"
                   MOVE "VALORAR-STOCK" TO WS-INC-PARRAFO
                   MOVE "producto.dat" TO WS-INC-ARCHIVO
                   MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       LEER-VALOR-ANTERIOR.
                           WS-VALOR-ANTERIOR
               END-READ
               CLOSE GESTORIA-ESTADO
           ELSE
               IF WS-ESTADO-STATUS NOT = "35"
                   MOVE "LEER-VALOR-ANTERIOR" TO WS-INC-PARRAFO
                   MOVE "GESTORIA-ESTADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-ESTADO-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       GRABAR-VALOR-ACTUAL.
           OPEN OUTPUT GESTORIA-ESTADO
           IF WS-ESTADO-STATUS = "00"
               MOVE WS-VALOR-STOCK TO GE-VALOR-STOCK-ANTERIOR
               WRITE GESTORIA-ESTADO-REGISTRO
               CLOSE GESTORIA-ESTADO
           ELSE
               MOVE "GRABAR-VALOR-ACTUAL" TO WS-INC-PARRAFO
               MOVE "GESTORIA-ESTADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-ESTADO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *----------------------- DETALLE DE GASTOS --------------------------
       EXPORTAR-GASTOS-DIA.
           PERFORM CARGAR-GASTOS-ANTERIORES
           OPEN OUTPUT GASTOS-CSV
           IF WS-GASTOS-CSV-STATUS NOT = "00"
               DISPLAY "No se pudo crear EXPORT-GESTORIA-GASTOS.csv. "
                   "Estado: " WS-GASTOS-CSV-STATUS
               MOVE "EXPORTAR-GASTOS-DIA" TO WS-INC-PARRAFO
               MOVE "EXPORT-GESTORIA-GASTOS.csv" TO WS-INC-ARCHIVO
               MOVE WS-GASTOS-CSV-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               PERFORM GRABAR-EXPORT-GASTOS
           END-IF.

       GRABAR-EXPORT-GASTOS.
           INITIALIZE WS-IX-PETICION
           MOVE "A" TO WS-IX-OPERACION
           MOVE "GASTOS" TO WS-IX-TIPO
           MOVE "GESTORIA" TO WS-IX-SOCIO
           MOVE "EXPORTAR-GESTORIA" TO WS-IX-PROGRAMA
           MOVE "EXPORT-GESTORIA-GASTOS.csv" TO WS-IX-ARCHIVO
           MOVE ";" TO WS-IX-SEPARADOR
           MOVE "S" TO WS-IX-CON-TITULOS
           MOVE 12 TO WS-IX-COL-IMPORTE
           MOVE WS-HOY TO WS-IX-FECHA
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           MOVE WS-IX-CABECERA TO GASTOS-CSV-LINEA
           WRITE GASTOS-CSV-LINEA
           MOVE SPACES TO GASTOS-CSV-LINEA
           STRING "FECHA_EXPORT;NUMERO;FECHA;CATEGORIA;ACREEDOR;NIF;"
               "DOCUMENTO;CONCEPTO;BASE_EUR;TIPO_IVA;CUOTA_EUR;"
               "TOTAL_EUR;VENCIMIENTO;PAGADO;FECHA_PAGO;ESTADO"
               DELIMITED BY SIZE INTO GASTOS-CSV-LINEA
           WRITE GASTOS-CSV-LINEA
           PERFORM VARYING WS-GCSV-IDX FROM 1 BY 1
               UNTIL WS-GCSV-IDX > WS-GCSV-CANT
               MOVE TG-LINEA(WS-GCSV-IDX) TO GASTOS-CSV-LINEA
               WRITE GASTOS-CSV-LINEA
           END-PERFORM

           MOVE "N" TO WS-EOF
           OPEN INPUT GASTOS
           IF WS-GASTOS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ GASTOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF GA-FECHA-GRABACION = WS-HOY
                               PERFORM ESCRIBIR-FILA-GASTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GASTOS
           ELSE
               IF WS-GASTOS-STATUS NOT = "35"
                   MOVE "EXPORTAR-GASTOS-DIA" TO WS-INC-PARRAFO
                   MOVE "GASTOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-GASTOS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF
           CLOSE GASTOS-CSV
           MOVE "C" TO WS-IX-OPERACION
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           IF WS-GASTOS-CANT > 0
               DISPLAY "GASTOS EXPORTADOS: " WS-GASTOS-CANT
           END-IF.

       ESCRIBIR-FILA-GASTO.
           MOVE SPACES TO WS-GA-CATEGORIA
           IF GA-CATEGORIA > 0 AND
              GA-CATEGORIA <= CATEGORIAS-GASTO-CANT
               MOVE CATEGORIA-GASTO-NOMBRE(GA-CATEGORIA)
                   TO WS-GA-CATEGORIA
           END-IF
           MOVE GA-BASE TO WS-GA-BASE-EDIT
           MOVE GA-CUOTA TO WS-GA-CUOTA-EDIT
           MOVE GA-TOTAL TO WS-GA-TOTAL-EDIT
           MOVE SPACES TO GASTOS-CSV-LINEA
           STRING WS-HOY ";" GA-NUMERO ";" GA-FECHA ";"
               WS-GA-CATEGORIA DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               GA-ACREEDOR DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               GA-ACREEDOR-NIF DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               GA-DOCUMENTO DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               GA-CONCEPTO DELIMITED BY "  "
               ";" WS-GA-BASE-EDIT ";" GA-TIPO-IVA ";"
               WS-GA-CUOTA-EDIT ";" WS-GA-TOTAL-EDIT ";"
               GA-VENCIMIENTO ";" GA-PAGADO ";" GA-FECHA-PAGO ";"
               GA-ESTADO
               DELIMITED BY SIZE INTO GASTOS-CSV-LINEA
           WRITE GASTOS-CSV-LINEA
           ADD 1 TO WS-GASTOS-CANT.

       CARGAR-GASTOS-ANTERIORES.
           MOVE ZEROES TO WS-GCSV-CANT
           MOVE "N" TO WS-EOF
           OPEN INPUT GASTOS-CSV
           IF WS-GASTOS-CSV-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ GASTOS-CSV
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF GASTOS-CSV-LINEA(1:5) NOT = "FECHA" AND
                              GASTOS-CSV-LINEA(1:1) NOT = "#" AND
                              GASTOS-CSV-LINEA(1:8) NOT = WS-HOY
                               IF WS-GCSV-CANT < 2000
                                   ADD 1 TO WS-GCSV-CANT
                                   MOVE GASTOS-CSV-LINEA TO
                                       TG-LINEA(WS-GCSV-CANT)
                               ELSE
                                   DISPLAY "AVISO: TABLA-GASTOS-CSV "
                                       "llena (2000), fila descartada "
                                       "del export"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GASTOS-CSV
           ELSE
               IF WS-GASTOS-CSV-STATUS NOT = "35"
                   MOVE "CARGAR-GASTOS-ANTERIORES" TO WS-INC-PARRAFO
                   MOVE "EXPORT-GESTORIA-GASTOS.csv" TO WS-INC-ARCHIVO
                   MOVE WS-GASTOS-CSV-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "EXPORTAR-GESTORIA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM EXPORTAR-GESTORIA.
