               RECORD KEY IS FPL-CLAVE
               FILE STATUS IS WS-LINEAS-STATUS.

      *> Facturas rectificativas emitidas (serie R).
           SELECT RECTIFICATIVAS
               ASSIGN TO "RECTIFICATIVAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-NUMERO
               FILE STATUS IS WS-RECT-STATUS.

      *> Gastos de explotacion con su IVA soportado.
           SELECT GASTOS
               ASSIGN TO "GASTOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-NUMERO
               FILE STATUS IS WS-GASTOS-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "LIBRO-IVA.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD FACTURAS-LINEAS.
           COPY FACTPLIN.

       FD RECTIFICATIVAS.
           COPY FACTRECT.

       FD GASTOS.
           COPY GASTO.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(120).

       01 WS-FACTURAS-STATUS PIC XX.
       01 WS-LINEAS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-RECT-STATUS PIC XX.
       01 WS-GASTOS-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-LINEAS PIC X VALUE "N".
       01 WS-ANIO PIC 9(4).

      *----------------------- ACUMULADOS DEL TRIMESTRE -------------------
      * Tres meses por tres tipos de IVA (4, 10, 21), lado ventas
      * (repercutido) y lado compras (soportado), y el soportado de
      * los gastos de explotacion aparte del de la mercaderia.
       01 TABLA-IVA.
           05 MES-IVA OCCURS 3 TIMES.
               10 TASA-IVA OCCURS 3 TIMES.
                   15 IV-CUOTA-VENTAS PIC 9(9)V99.
                   15 IV-BASE-COMPRAS PIC 9(9)V99.
                   15 IV-CUOTA-COMPRAS PIC 9(9)V99.
                   15 IV-BASE-GASTOS PIC 9(9)V99.
                   15 IV-CUOTA-GASTOS PIC 9(9)V99.
      * Depositos de envase cobrados en caja: no son venta ni base
      * imponible, se listan aparte por mes.
       01 TABLA-DEPOSITOS.
           05 IV-DEPOSITOS PIC 9(9)V99 OCCURS 3 TIMES.
       01 WS-TOTAL-DEPOSITOS PIC 9(9)V99.
       01 REP-DEPOSITOS.
           05 FILLER PIC X(33) VALUE
               "DEPOSITOS ENVASE (FUERA DE IVA): ".
           05 RDP-IMPORTE PIC Z(8)9.99.
      * Rectificativas de la serie R por mes de emision: van aparte
      * de las ventas, que ya salen de las lineas de caja.
       01 TABLA-RECTIFICATIVAS.
           05 MES-RECT OCCURS 3 TIMES.
               10 IV-RECT-CANT PIC 9(5).
               10 IV-RECT-BASE PIC 9(9)V99.
               10 IV-RECT-CUOTA PIC 9(9)V99.
       01 WS-RECT-CANT PIC 9(5).
       01 REP-RECTIFICATIVAS.
           05 FILLER PIC X(22) VALUE "RECTIFICATIVAS SERIE R".
           05 FILLER PIC X(2) VALUE " (".
           05 RRC-CANT PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE ")  BASE:".
           05 RRC-BASE PIC -Z(8)9.99.
           05 FILLER PIC X(9) VALUE "  CUOTA: ".
           05 RRC-CUOTA PIC -Z(8)9.99.
       01 TABLA-TASAS.
           05 FILLER PIC 9(2) VALUE 04.
           05 FILLER PIC 9(2) VALUE 10.
           05 FILLER PIC X(9) VALUE "  CUOTA: ".
           05 RD-CUOTA PIC Z(8)9.99.

      * Parametros de la tienda: IVA general de los productos
      * sin tipo reducido.
           COPY PARAMETRO.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- LIBRO DE IVA -------------------------------
      * Arma el libro de IVA del trimestre para el modelo 303: las
      * compras desde las facturas de proveedor registradas (importes
      * sin IVA, cuota calculada por tipo). Totales por mes y por
      * trimestre en LIBRO-IVA.txt. Un producto sin tipo cargado
      * tributa al general (21). Los depositos de envase no son base
      * imponible: salen en linea aparte. Las facturas
      * rectificativas (serie R) se listan como serie propia, con
      * base y cuota en negativo, por su mes de emision. Los gastos
      * de explotacion (GESTION-GASTOS) suman su IVA soportado en
      * lineas propias, con la cuota de la factura del acreedor; los
      * exentos no llevan cuota y no salen.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           DISPLAY "Ejercicio (AAAA): "
           ACCEPT WS-ANIO
           DISPLAY "Trimestre (1-4): "
           COMPUTE WS-MES-HASTA = WS-MES-DESDE + 2

           MOVE ZEROES TO TABLA-IVA
           MOVE ZEROES TO TABLA-DEPOSITOS
           MOVE ZEROES TO TABLA-RECTIFICATIVAS

           PERFORM ACUMULAR-VENTAS-TRIMESTRE
           PERFORM ACUMULAR-COMPRAS-TRIMESTRE
           PERFORM ACUMULAR-RECTIFICATIVAS
           PERFORM ACUMULAR-GASTOS-TRIMESTRE
           PERFORM ESCRIBIR-LIBRO
           STOP RUN.

           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir VENTAS-INDEXADO.dat. Estado: "
                   WS-VENTAS-STATUS
               MOVE "ACUMULAR-VENTAS-TRIMESTRE" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               OPEN INPUT PRODUCTO
               MOVE "N" TO WS-EOF
                           IF WS-MES-MOV >= WS-MES-DESDE AND
                              WS-MES-MOV <= WS-MES-HASTA AND
                              NOT VE-ES-ANULADA
                               IF VE-ES-DEPOSITO
                                   COMPUTE WS-MES-IDX =
                                       WS-MES-MOV - WS-MES-DESDE + 1
                                   ADD VE-IMPORTE
                                       TO IV-DEPOSITOS(WS-MES-IDX)
                               ELSE
                                   PERFORM ACUMULAR-UNA-VENTA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE VE-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   MOVE PA-IVA-GENERAL TO WS-TASA
               NOT INVALID KEY
                   PERFORM TOMAR-TASA-PRODUCTO
           END-READ

       TOMAR-TASA-PRODUCTO.
           IF PRODUCTO-TIPO-IVA NOT NUMERIC
               MOVE PA-IVA-GENERAL TO WS-TASA
           ELSE
               IF PRODUCTO-TIPO-IVA = 4 OR PRODUCTO-TIPO-IVA = 10
                   MOVE PRODUCTO-TIPO-IVA TO WS-TASA
               ELSE
                   MOVE PA-IVA-GENERAL TO WS-TASA
               END-IF
           END-IF.

           MOVE FPL-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   MOVE PA-IVA-GENERAL TO WS-TASA
               NOT INVALID KEY
                   PERFORM TOMAR-TASA-PRODUCTO
           END-READ
           ADD WS-CUOTA
               TO IV-CUOTA-COMPRAS(WS-MES-IDX, WS-TASA-IDX).

      *> Los importes de la rectificativa vienen en negativo: la
      *> tabla acumula su valor absoluto y la linea lo imprime con
      *> signo.
       ACUMULAR-RECTIFICATIVAS.
           OPEN INPUT RECTIFICATIVAS
           IF WS-RECT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ RECTIFICATIVAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE FR-FECHA(1:6) TO WS-MES-MOV
                           IF WS-MES-MOV >= WS-MES-DESDE AND
                              WS-MES-MOV <= WS-MES-HASTA
                               COMPUTE WS-MES-IDX =
                                   WS-MES-MOV - WS-MES-DESDE + 1
                               ADD 1 TO IV-RECT-CANT(WS-MES-IDX)
                               SUBTRACT FR-BASE
                                   FROM IV-RECT-BASE(WS-MES-IDX)
                               SUBTRACT FR-CUOTA-IVA
                                   FROM IV-RECT-CUOTA(WS-MES-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECTIFICATIVAS
           END-IF.

      *> Gastos vigentes por su fecha: la cuota es la de la factura
      *> del acreedor, tal como se registro.
       ACUMULAR-GASTOS-TRIMESTRE.
           OPEN INPUT GASTOS
           IF WS-GASTOS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ GASTOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE GA-FECHA(1:6) TO WS-MES-MOV
                           IF WS-MES-MOV >= WS-MES-DESDE AND
                              WS-MES-MOV <= WS-MES-HASTA AND
                              GA-VIGENTE AND GA-TIPO-IVA > 0
                               MOVE GA-TIPO-IVA TO WS-TASA
                               PERFORM UBICAR-INDICES
                               ADD GA-BASE TO
                                   IV-BASE-GASTOS(WS-MES-IDX,
                                       WS-TASA-IDX)
                               ADD GA-CUOTA TO
                                   IV-CUOTA-GASTOS(WS-MES-IDX,
                                       WS-TASA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GASTOS
           END-IF.

       ESCRIBIR-LIBRO.
           OPEN OUTPUT REPORTE-TXT
           MOVE SPACES TO REP-LINEA
                   WRITE REP-LINEA
                   DISPLAY REP-DETALLE
               END-PERFORM
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
                   MOVE "IVA SOPORTADO (GASTOS)" TO RD-ETIQUETA
                   MOVE TASA-PCT(WS-J) TO RD-TASA
                   MOVE IV-BASE-GASTOS(WS-I, WS-J) TO RD-BASE
                   MOVE IV-CUOTA-GASTOS(WS-I, WS-J) TO RD-CUOTA
                   MOVE REP-DETALLE TO REP-LINEA
                   WRITE REP-LINEA
                   DISPLAY REP-DETALLE
               END-PERFORM
               MOVE IV-DEPOSITOS(WS-I) TO RDP-IMPORTE
               MOVE REP-DEPOSITOS TO REP-LINEA
               WRITE REP-LINEA
               DISPLAY REP-DEPOSITOS
               MOVE IV-RECT-CANT(WS-I) TO RRC-CANT
               COMPUTE RRC-BASE = 0 - IV-RECT-BASE(WS-I)
               COMPUTE RRC-CUOTA = 0 - IV-RECT-CUOTA(WS-I)
               MOVE REP-RECTIFICATIVAS TO REP-LINEA
               WRITE REP-LINEA
               DISPLAY REP-RECTIFICATIVAS
           END-PERFORM

           PERFORM ESCRIBIR-TOTAL-TRIMESTRE
               MOVE REP-DETALLE TO REP-LINEA
               WRITE REP-LINEA
               DISPLAY REP-DETALLE
           END-PERFORM
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
               MOVE ZEROES TO WS-BASE
               MOVE ZEROES TO WS-CUOTA
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
                   ADD IV-BASE-GASTOS(WS-I, WS-J) TO WS-BASE
                   ADD IV-CUOTA-GASTOS(WS-I, WS-J) TO WS-CUOTA
               END-PERFORM
               MOVE "IVA SOPORTADO (GASTOS)" TO RD-ETIQUETA
               MOVE TASA-PCT(WS-J) TO RD-TASA
               MOVE WS-BASE TO RD-BASE
               MOVE WS-CUOTA TO RD-CUOTA
               MOVE REP-DETALLE TO REP-LINEA
               WRITE REP-LINEA
               DISPLAY REP-DETALLE
           END-PERFORM
           MOVE ZEROES TO WS-TOTAL-DEPOSITOS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               ADD IV-DEPOSITOS(WS-I) TO WS-TOTAL-DEPOSITOS
           END-PERFORM
           MOVE WS-TOTAL-DEPOSITOS TO RDP-IMPORTE
           MOVE REP-DEPOSITOS TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-DEPOSITOS
           MOVE ZEROES TO WS-RECT-CANT
           MOVE ZEROES TO WS-BASE
           MOVE ZEROES TO WS-CUOTA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               ADD IV-RECT-CANT(WS-I) TO WS-RECT-CANT
               ADD IV-RECT-BASE(WS-I) TO WS-BASE
               ADD IV-RECT-CUOTA(WS-I) TO WS-CUOTA
           END-PERFORM
           MOVE WS-RECT-CANT TO RRC-CANT
           COMPUTE RRC-BASE = 0 - WS-BASE
           COMPUTE RRC-CUOTA = 0 - WS-CUOTA
           MOVE REP-RECTIFICATIVAS TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-RECTIFICATIVAS.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-IVA-GENERAL TO TASA-PCT(3).

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-IVA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-IVA.
