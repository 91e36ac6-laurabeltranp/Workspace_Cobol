       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODELO-347.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURAS-PROV
               ASSIGN TO "FACTURAS-PROV-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-NUMERO-INTERNO
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT FACTURAS-LINEAS
               ASSIGN TO "FACTURAS-PROV-LINEAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPL-CLAVE
               FILE STATUS IS WS-LINEAS-STATUS.

           SELECT PROVEEDOR
               ASSIGN TO "PROVEEDOR-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROVEEDOR-ID
               FILE STATUS IS WS-PROVEEDOR-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT FACTURAS-EMITIDAS
               ASSIGN TO "FACTURAS-EMITIDAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-NUMERO
               FILE STATUS IS WS-EMITIDAS-STATUS.

           SELECT RECTIFICATIVAS
               ASSIGN TO "RECTIFICATIVAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-NUMERO
               FILE STATUS IS WS-RECT-STATUS.

           SELECT CLIENTES
               ASSIGN TO "CLIENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT LISTADO-TXT
               ASSIGN TO DYNAMIC WS-NOMBRE-LISTADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTADO-STATUS.

      *> Fichero plano en el formato de registro del modelo 347
      *> (500 posiciones: tipo 1 declarante, tipo 2 declarados).
           SELECT FICHERO-347
               ASSIGN TO DYNAMIC WS-NOMBRE-FICHERO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICHERO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FACTURAS-PROV.
           COPY FACTPROV.

       FD FACTURAS-LINEAS.
           COPY FACTPLIN.

       FD PROVEEDOR.
           COPY PROVEEDOR.

       FD PRODUCTO.
           COPY PRODFLT.

       FD FACTURAS-EMITIDAS.
           COPY FACTEMIT.

       FD RECTIFICATIVAS.
           COPY FACTRECT.

       FD CLIENTES.
           COPY CLIENTE.

       FD LISTADO-TXT.
       01 LIS-LINEA PIC X(132).

       FD FICHERO-347.
       01 F347-LINEA PIC X(500).

       WORKING-STORAGE SECTION.
       01 WS-FACTURAS-STATUS PIC XX.
       01 WS-LINEAS-STATUS PIC XX.
       01 WS-PROVEEDOR-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-EMITIDAS-STATUS PIC XX.
       01 WS-RECT-STATUS PIC XX.
       01 WS-CLIENTES-STATUS PIC XX.
       01 WS-LISTADO-STATUS PIC XX.
       01 WS-FICHERO-STATUS PIC XX.
       01 WS-NOMBRE-LISTADO PIC X(30).
       01 WS-NOMBRE-FICHERO PIC X(30).
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-LINEAS PIC X VALUE "N".
       01 WS-EJERCICIO PIC 9(4).
       01 WS-MES PIC 99.
       01 WS-TRIMESTRE PIC 9.
       01 WS-TASA PIC 9(2).
       01 WS-LINEAS-FACTURA PIC 9(3).
       01 WS-IMPORTE PIC S9(9)V99.
       01 WS-I PIC 9(4).
       01 WS-T PIC 9.
       01 WS-POS PIC 9(4).
       01 WS-CLAVE-LISTADO PIC X.

      *----------------------- UMBRAL DE DECLARACION ----------------------
      * Se declaran los terceros cuyas operaciones del ano, IVA
      * incluido, superan este importe en valor absoluto.
       01 WS-UMBRAL PIC 9(5)V99 VALUE 3005.06.

      *----------------------- DATOS DEL DECLARANTE -----------------------
       01 TIENDA-NOMBRE PIC X(40) VALUE
           "ULTRAMARINOS LA ESQUINA S.L.".
       01 TIENDA-NIF-FISCAL PIC X(9) VALUE "B00000000".
       01 TIENDA-TELEFONO PIC X(9) VALUE "955000000".
       01 TIENDA-CONTACTO PIC X(40) VALUE "ADMINISTRACION".
      * Los maestros no guardan la provincia del tercero: se declara
      * la de la tienda y la gestoria corrige las de fuera.
       01 TIENDA-PROVINCIA PIC XX VALUE "41".
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.

      *----------------------- TERCERO EN CURSO ---------------------------
       01 WS-CLAVE PIC X.
           88 WS-CLAVE-COMPRAS VALUE "A".
           88 WS-CLAVE-VENTAS VALUE "B".
       01 WS-NIF-TERCERO PIC X(9).
       01 WS-ID-TERCERO PIC 9(6).
       01 WS-NOMBRE-TERCERO PIC X(40).
       01 WS-FECHA-OPERACION PIC 9(8).
      * Verificacion de letra de DNI/NIE, mismo esquema que el alta
      * de proveedor y la factura con NIF.
       01 WS-NIF-OK PIC X VALUE "N".
       01 WS-DNI-NUMERO PIC 9(8).
       01 WS-DNI-LETRA PIC X.
       01 WS-LETRA-CALCULADA PIC X.
       01 WS-NIE-PREFIJO-DIGITO PIC 9.

      *----------------------- TABLA DE TERCEROS -------------------------
      * Un renglon por tercero y clave (A compras a proveedores, B
      * ventas a clientes): el NIF agrupa; sin NIF se agrupa por el
      * codigo del proveedor o cliente. Importes con IVA por
      * trimestre natural.
       01 WS-MAX-TERCEROS PIC 9(4) VALUE 2000.
       01 WS-CANT-TERCEROS PIC 9(4) VALUE ZEROES.
       01 WS-TABLA-LLENA PIC X VALUE "N".
       01 TABLA-TERCEROS.
           05 TERCERO OCCURS 2000 TIMES.
               10 TR-CLAVE PIC X.
               10 TR-NIF PIC X(9).
               10 TR-ID PIC 9(6).
               10 TR-NOMBRE PIC X(40).
               10 TR-TRIMESTRE PIC S9(11)V99 OCCURS 4 TIMES.
               10 TR-TOTAL PIC S9(11)V99.
               10 TR-NIF-OK PIC X.

      *----------------------- TOTALES DE LA DECLARACION ------------------
       01 WS-DECLARADOS PIC 9(9) VALUE ZEROES.
       01 WS-DECLARADOS-CLAVE PIC 9(6).
       01 WS-NIF-INVALIDOS PIC 9(6) VALUE ZEROES.
       01 WS-TOTAL-DECLARADO PIC S9(13)V99 VALUE ZEROES.
       01 WS-TOTAL-CLAVE PIC S9(13)V99.

       01 LIS-DETALLE.
           05 LD-NIF PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 LD-NOMBRE PIC X(30).
           05 LD-TRIMESTRE PIC -(8)9.99 OCCURS 4 TIMES.
           05 LD-TOTAL PIC -(9)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LD-AVISO PIC X(14).
       01 LIS-TOTAL.
           05 FILLER PIC X(10) VALUE SPACES.
           05 LT-ETIQUETA PIC X(30).
           05 LT-CANTIDAD PIC Z(5)9.
           05 FILLER PIC X(30) VALUE SPACES.
           05 LT-IMPORTE PIC -(12)9.99.
       01 WS-EDIT-CANT PIC Z(5)9.

      *----------------------- REGISTRO TIPO 1: DECLARANTE ----------------
       01 R347-DECLARANTE.
           05 R1-TIPO PIC X VALUE "1".
           05 R1-MODELO PIC X(3) VALUE "347".
           05 R1-EJERCICIO PIC 9(4).
           05 R1-NIF PIC X(9).
           05 R1-NOMBRE PIC X(40).
           05 R1-SOPORTE PIC X VALUE "T".
           05 R1-TELEFONO PIC X(9).
           05 R1-CONTACTO PIC X(40).
           05 R1-JUSTIFICANTE.
               10 R1-JUST-MODELO PIC X(3) VALUE "347".
               10 R1-JUST-EJERCICIO PIC 9(4).
               10 R1-JUST-NUMERO PIC 9(6) VALUE 1.
           05 R1-COMPLEMENTARIA PIC X(2) VALUE SPACES.
           05 R1-JUSTIFICANTE-ANTERIOR PIC 9(13) VALUE ZEROES.
           05 R1-TOTAL-PERSONAS PIC 9(9).
           05 R1-SIGNO-TOTAL PIC X.
           05 R1-IMPORTE-TOTAL PIC 9(13)V99.
           05 R1-TOTAL-INMUEBLES PIC 9(9) VALUE ZEROES.
           05 R1-SIGNO-INMUEBLES PIC X VALUE SPACE.
           05 R1-IMPORTE-INMUEBLES PIC 9(13)V99 VALUE ZEROES.
           05 FILLER PIC X(315) VALUE SPACES.

      *----------------------- REGISTRO TIPO 2: DECLARADO -----------------
       01 R347-DECLARADO.
           05 R2-TIPO PIC X VALUE "2".
           05 R2-MODELO PIC X(3) VALUE "347".
           05 R2-EJERCICIO PIC 9(4).
           05 R2-NIF-DECLARANTE PIC X(9).
           05 R2-NIF-DECLARADO PIC X(9).
           05 R2-NIF-REPRESENTANTE PIC X(9) VALUE SPACES.
           05 R2-NOMBRE PIC X(40).
           05 R2-TIPO-HOJA PIC X VALUE "D".
           05 R2-PROVINCIA PIC XX.
           05 R2-PAIS PIC XX VALUE SPACES.
           05 FILLER PIC X VALUE SPACE.
      * A = adquisiciones (compras), B = entregas (ventas).
           05 R2-CLAVE PIC X.
           05 R2-SIGNO-ANUAL PIC X.
           05 R2-IMPORTE-ANUAL PIC 9(13)V99.
           05 R2-SEGURO PIC X VALUE SPACE.
           05 R2-ARRENDAMIENTO PIC X VALUE SPACE.
           05 R2-METALICO PIC 9(13)V99 VALUE ZEROES.
           05 R2-SIGNO-TRANSMISION PIC X VALUE SPACE.
           05 R2-TRANSMISION PIC 9(13)V99 VALUE ZEROES.
           05 R2-EJERCICIO-METALICO PIC 9(4) VALUE ZEROES.
           05 R2-TRIMESTRE OCCURS 4 TIMES.
               10 R2-SIGNO-TRIM PIC X.
               10 R2-IMPORTE-TRIM PIC 9(13)V99.
               10 R2-SIGNO-TRIM-INMUEBLE PIC X.
               10 R2-IMPORTE-TRIM-INMUEBLE PIC 9(13)V99.
           05 FILLER PIC X(237) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- MODELO 347 ---------------------------------
      * Declaracion anual de operaciones con terceros: suma por NIF
      * las facturas de proveedor del ejercicio (clave A, importe
      * con IVA a partir de las lineas y el tipo de cada producto) y
      * las facturas emitidas a clientes con NIF (clave B, menos sus
      * rectificativas), por trimestre natural. Declara los que
      * pasan el umbral en MODELO-347-AAAA.txt (listado) y en
      * MODELO-347-AAAA.dat (formato de registro del modelo). Los
      * terceros sin NIF o con NIF invalido salen marcados para que
      * la gestoria los complete antes de presentar.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           DISPLAY "Ejercicio a declarar (AAAA): "
           ACCEPT WS-EJERCICIO
           IF WS-EJERCICIO < 2000
               DISPLAY "EJERCICIO INVALIDO."
               STOP RUN
           END-IF
           MOVE ZEROES TO WS-CANT-TERCEROS

           PERFORM ACUMULAR-COMPRAS
           PERFORM ACUMULAR-VENTAS
           PERFORM ACUMULAR-RECTIFICATIVAS
           IF WS-TABLA-LLENA = "S"
               DISPLAY "AVISO: mas de " WS-MAX-TERCEROS " terceros; "
                   "los que no caben quedan fuera del listado."
           END-IF
           PERFORM VALIDAR-NIF-TERCEROS

           MOVE SPACES TO WS-NOMBRE-LISTADO
           STRING "MODELO-347-" WS-EJERCICIO ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-LISTADO
           MOVE SPACES TO WS-NOMBRE-FICHERO
           STRING "MODELO-347-" WS-EJERCICIO ".dat"
               DELIMITED BY SIZE INTO WS-NOMBRE-FICHERO
           PERFORM ESCRIBIR-LISTADO
           PERFORM ESCRIBIR-FICHERO-347

           DISPLAY "Listado en " WS-NOMBRE-LISTADO
           DISPLAY "Fichero del modelo en " WS-NOMBRE-FICHERO
           IF WS-NIF-INVALIDOS > 0
               DISPLAY "ATENCION: " WS-NIF-INVALIDOS
                   " terceros declarados sin NIF valido (ver listado)."
           END-IF
           STOP RUN.

      *----------------------- COMPRAS (CLAVE A) --------------------------
       ACUMULAR-COMPRAS.
           OPEN INPUT FACTURAS-PROV
           IF WS-FACTURAS-STATUS NOT = "00"
               DISPLAY "Sin facturas de proveedor registradas: no hay "
                   "operaciones de compra que declarar."
               IF WS-FACTURAS-STATUS NOT = "35"
                   MOVE "ACUMULAR-COMPRAS" TO WS-INC-PARRAFO
                   MOVE "FACTURAS-PROV-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-FACTURAS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           ELSE
               OPEN INPUT FACTURAS-LINEAS
               OPEN INPUT PROVEEDOR
               OPEN INPUT PRODUCTO
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ FACTURAS-PROV NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF FP-FECHA(1:4) = WS-EJERCICIO
                               PERFORM ACUMULAR-FACTURA-PROV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCTO
               CLOSE PROVEEDOR
               CLOSE FACTURAS-LINEAS
               CLOSE FACTURAS-PROV
           END-IF.

       ACUMULAR-FACTURA-PROV.
           MOVE "A" TO WS-CLAVE
           MOVE FP-PROVEEDOR-ID TO WS-ID-TERCERO
           MOVE FP-PROVEEDOR-ID TO PROVEEDOR-ID
           READ PROVEEDOR
               INVALID KEY
                   MOVE SPACES TO WS-NIF-TERCERO
                   MOVE "(PROVEEDOR DESCONOCIDO)" TO WS-NOMBRE-TERCERO
               NOT INVALID KEY
                   MOVE FUNCTION UPPER-CASE(PROVEEDOR-NIF)
                       TO WS-NIF-TERCERO
                   MOVE PROVEEDOR-NOMBRE TO WS-NOMBRE-TERCERO
           END-READ
           MOVE FP-FECHA TO WS-FECHA-OPERACION
           PERFORM IMPORTE-FACTURA-PROV
           PERFORM ANOTAR-OPERACION.

      *> La factura de proveedor viene sin IVA: cada linea suma su
      *> importe con el tipo del producto. Una factura sin lineas
      *> cargadas toma su total al tipo general.
       IMPORTE-FACTURA-PROV.
           MOVE ZEROES TO WS-IMPORTE
           MOVE ZEROES TO WS-LINEAS-FACTURA
           MOVE "N" TO WS-EOF-LINEAS
           MOVE FP-NUMERO-INTERNO TO FPL-NUMERO-INTERNO
           MOVE 0 TO FPL-LINEA
           START FACTURAS-LINEAS KEY IS GREATER THAN FPL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-LINEAS
           END-START
           PERFORM UNTIL WS-EOF-LINEAS = "S"
               READ FACTURAS-LINEAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-LINEAS
                   NOT AT END
                       IF FPL-NUMERO-INTERNO NOT = FP-NUMERO-INTERNO
                           MOVE "S" TO WS-EOF-LINEAS
                       ELSE
                           ADD 1 TO WS-LINEAS-FACTURA
                           PERFORM SUMAR-LINEA-COMPRA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LINEAS-FACTURA = 0
               COMPUTE WS-IMPORTE ROUNDED =
                   FP-TOTAL * (1 + PA-IVA-GENERAL / 100)
           END-IF.

       SUMAR-LINEA-COMPRA.
           MOVE FPL-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   MOVE PA-IVA-GENERAL TO WS-TASA
               NOT INVALID KEY
                   PERFORM TOMAR-TASA-PRODUCTO
           END-READ
           COMPUTE WS-IMPORTE ROUNDED =
               WS-IMPORTE + FPL-IMPORTE * (1 + WS-TASA / 100).

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

      *----------------------- VENTAS (CLAVE B) ---------------------------
      * Solo las facturas emitidas identifican al cliente: los
      * tickets sin factura no entran en el modelo.
       ACUMULAR-VENTAS.
           OPEN INPUT FACTURAS-EMITIDAS
           IF WS-EMITIDAS-STATUS NOT = "00"
               DISPLAY "Sin facturas emitidas: no hay operaciones de "
                   "venta que declarar."
               IF WS-EMITIDAS-STATUS NOT = "35"
                   MOVE "ACUMULAR-VENTAS" TO WS-INC-PARRAFO
                   MOVE "FACTURAS-EMITIDAS-INDEXADO.dat"
                       TO WS-INC-ARCHIVO
                   MOVE WS-EMITIDAS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           ELSE
               OPEN INPUT CLIENTES
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ FACTURAS-EMITIDAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF FE-FECHA(1:4) = WS-EJERCICIO
                               MOVE FE-CLIENTE-ID TO WS-ID-TERCERO
                               MOVE FE-CLIENTE-NIF TO WS-NIF-TERCERO
                               MOVE FE-CLIENTE-NOMBRE
                                   TO WS-NOMBRE-TERCERO
                               MOVE FE-FECHA TO WS-FECHA-OPERACION
                               MOVE FE-TOTAL TO WS-IMPORTE
                               PERFORM ANOTAR-VENTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
               CLOSE FACTURAS-EMITIDAS
           END-IF.

      *> Las rectificativas restan del cliente de la factura que
      *> corrigen, en el trimestre en que se emiten.
       ACUMULAR-RECTIFICATIVAS.
           OPEN INPUT RECTIFICATIVAS
           IF WS-RECT-STATUS = "00"
               OPEN INPUT CLIENTES
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ RECTIFICATIVAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF FR-FECHA(1:4) = WS-EJERCICIO
                               MOVE FR-CLIENTE-ID TO WS-ID-TERCERO
                               MOVE FR-CLIENTE-NIF TO WS-NIF-TERCERO
                               MOVE FR-CLIENTE-NOMBRE
                                   TO WS-NOMBRE-TERCERO
                               MOVE FR-FECHA TO WS-FECHA-OPERACION
                               MOVE FR-TOTAL TO WS-IMPORTE
                               PERFORM ANOTAR-VENTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES
               CLOSE RECTIFICATIVAS
           ELSE
               IF WS-RECT-STATUS NOT = "35"
                   MOVE "ACUMULAR-RECTIFICATIVAS" TO WS-INC-PARRAFO
                   MOVE "RECTIFICATIVAS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-RECT-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

      *> Si la factura salio sin NIF, se busca el CLIENTE-DNI del
      *> cliente de la ficha.
       ANOTAR-VENTA.
           MOVE "B" TO WS-CLAVE
           IF WS-NIF-TERCERO = SPACES AND WS-ID-TERCERO > 0
               MOVE WS-ID-TERCERO TO CLIENTE-ID
               READ CLIENTES
                   NOT INVALID KEY
                       MOVE CLIENTE-DNI TO WS-NIF-TERCERO
               END-READ
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-NIF-TERCERO) TO WS-NIF-TERCERO
           PERFORM ANOTAR-OPERACION.

      *----------------------- TABLA DE TERCEROS -------------------------
       ANOTAR-OPERACION.
           PERFORM BUSCAR-TERCERO
           IF WS-POS > 0
               MOVE WS-FECHA-OPERACION(5:2) TO WS-MES
               COMPUTE WS-TRIMESTRE = (WS-MES - 1) / 3 + 1
               ADD WS-IMPORTE TO TR-TRIMESTRE(WS-POS, WS-TRIMESTRE)
               ADD WS-IMPORTE TO TR-TOTAL(WS-POS)
           END-IF.

       BUSCAR-TERCERO.
           MOVE 0 TO WS-POS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-TERCEROS OR WS-POS > 0
               IF TR-CLAVE(WS-I) = WS-CLAVE AND
                  TR-NIF(WS-I) = WS-NIF-TERCERO
                   IF WS-NIF-TERCERO NOT = SPACES OR
                      TR-ID(WS-I) = WS-ID-TERCERO
                       MOVE WS-I TO WS-POS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-POS = 0
               IF WS-CANT-TERCEROS < WS-MAX-TERCEROS
                   ADD 1 TO WS-CANT-TERCEROS
                   MOVE WS-CANT-TERCEROS TO WS-POS
                   MOVE WS-CLAVE TO TR-CLAVE(WS-POS)
                   MOVE WS-NIF-TERCERO TO TR-NIF(WS-POS)
                   MOVE WS-ID-TERCERO TO TR-ID(WS-POS)
                   MOVE WS-NOMBRE-TERCERO TO TR-NOMBRE(WS-POS)
                   PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                       MOVE ZEROES TO TR-TRIMESTRE(WS-POS, WS-T)
                   END-PERFORM
                   MOVE ZEROES TO TR-TOTAL(WS-POS)
                   MOVE "N" TO TR-NIF-OK(WS-POS)
               ELSE
                   MOVE "S" TO WS-TABLA-LLENA
               END-IF
           END-IF.

      *----------------------- VALIDACION DE NIF -------------------------
      * DNI y NIE se verifican con DNI-VALIDAR como en el alta de
      * proveedor; del CIF de sociedad se comprueba la forma (letra
      * de entidad y siete digitos), su control no se calcula.
       VALIDAR-NIF-TERCEROS.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-CANT-TERCEROS
               MOVE TR-NIF(WS-POS) TO WS-NIF-TERCERO
               PERFORM VALIDAR-NIF-TERCERO
               MOVE WS-NIF-OK TO TR-NIF-OK(WS-POS)
           END-PERFORM.

       VALIDAR-NIF-TERCERO.
           MOVE 'N' TO WS-NIF-OK
           EVALUATE TRUE
               WHEN WS-NIF-TERCERO = SPACES
                   CONTINUE
               WHEN WS-NIF-TERCERO(1:8) NUMERIC
                   MOVE WS-NIF-TERCERO(1:8) TO WS-DNI-NUMERO
                   MOVE WS-NIF-TERCERO(9:1) TO WS-DNI-LETRA
                   PERFORM COMPROBAR-LETRA-NIF
               WHEN WS-NIF-TERCERO(1:1) = "X"
                   MOVE 0 TO WS-NIE-PREFIJO-DIGITO
                   PERFORM ARMAR-NUMERO-NIE
               WHEN WS-NIF-TERCERO(1:1) = "Y"
                   MOVE 1 TO WS-NIE-PREFIJO-DIGITO
                   PERFORM ARMAR-NUMERO-NIE
               WHEN WS-NIF-TERCERO(1:1) = "Z"
                   MOVE 2 TO WS-NIE-PREFIJO-DIGITO
                   PERFORM ARMAR-NUMERO-NIE
               WHEN OTHER
                   IF WS-NIF-TERCERO(1:1) IS ALPHABETIC AND
                      WS-NIF-TERCERO(2:7) NUMERIC AND
                      WS-NIF-TERCERO(9:1) NOT = SPACE
                       MOVE 'S' TO WS-NIF-OK
                   END-IF
           END-EVALUATE.

       ARMAR-NUMERO-NIE.
           IF WS-NIF-TERCERO(2:7) NUMERIC
               COMPUTE WS-DNI-NUMERO =
                   WS-NIE-PREFIJO-DIGITO * 10000000 +
                   FUNCTION NUMVAL(WS-NIF-TERCERO(2:7))
               MOVE WS-NIF-TERCERO(9:1) TO WS-DNI-LETRA
               PERFORM COMPROBAR-LETRA-NIF
           ELSE
               MOVE SPACE TO WS-LETRA-CALCULADA
           END-IF.

       COMPROBAR-LETRA-NIF.
           CALL "DNI-VALIDAR" USING WS-DNI-NUMERO, WS-LETRA-CALCULADA
           IF WS-DNI-LETRA = WS-LETRA-CALCULADA
               MOVE 'S' TO WS-NIF-OK
           END-IF.

      *----------------------- LISTADO ------------------------------------
       ESCRIBIR-LISTADO.
           OPEN OUTPUT LISTADO-TXT
           MOVE SPACES TO LIS-LINEA
           STRING "MODELO 347 - OPERACIONES CON TERCEROS - EJERCICIO "
               WS-EJERCICIO
               DELIMITED BY SIZE INTO LIS-LINEA
           WRITE LIS-LINEA
           MOVE SPACES TO LIS-LINEA
           STRING "DECLARANTE: " TIENDA-NIF-FISCAL "  "
               TIENDA-NOMBRE "  UMBRAL: 3005,06 EUR CON IVA"
               DELIMITED BY SIZE INTO LIS-LINEA
           WRITE LIS-LINEA
           MOVE SPACES TO LIS-LINEA
           WRITE LIS-LINEA

           MOVE "A" TO WS-CLAVE-LISTADO
           MOVE "CLAVE A - ADQUISICIONES (PROVEEDORES)" TO LIS-LINEA
           PERFORM ESCRIBIR-SECCION
           MOVE "B" TO WS-CLAVE-LISTADO
           MOVE "CLAVE B - ENTREGAS (CLIENTES)" TO LIS-LINEA
           PERFORM ESCRIBIR-SECCION

           MOVE SPACES TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE "TOTAL DECLARADOS" TO LT-ETIQUETA
           MOVE WS-DECLARADOS TO LT-CANTIDAD
           MOVE WS-TOTAL-DECLARADO TO LT-IMPORTE
           MOVE LIS-TOTAL TO LIS-LINEA
           WRITE LIS-LINEA
           DISPLAY LIS-LINEA
           IF WS-NIF-INVALIDOS > 0
               MOVE WS-NIF-INVALIDOS TO WS-EDIT-CANT
               MOVE SPACES TO LIS-LINEA
               STRING "*** " WS-EDIT-CANT " DECLARADOS SIN NIF O "
                   "CON NIF INVALIDO: COMPLETAR ANTES DE PRESENTAR"
                   DELIMITED BY SIZE INTO LIS-LINEA
               WRITE LIS-LINEA
           END-IF
           CLOSE LISTADO-TXT.

       ESCRIBIR-SECCION.
           WRITE LIS-LINEA
           MOVE SPACES TO LIS-LINEA
           STRING "NIF       NOMBRE                        "
               "   1T TRIM.    2T TRIM.    3T TRIM.    4T TRIM."
               "        TOTAL ANO"
               DELIMITED BY SIZE INTO LIS-LINEA
           WRITE LIS-LINEA
           MOVE ZEROES TO WS-DECLARADOS-CLAVE
           MOVE ZEROES TO WS-TOTAL-CLAVE
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-CANT-TERCEROS
               IF TR-CLAVE(WS-POS) = WS-CLAVE-LISTADO
                   PERFORM ESCRIBIR-TERCERO
               END-IF
           END-PERFORM
           MOVE "TOTAL CLAVE" TO LT-ETIQUETA
           MOVE WS-CLAVE-LISTADO TO LT-ETIQUETA(13:1)
           MOVE WS-DECLARADOS-CLAVE TO LT-CANTIDAD
           MOVE WS-TOTAL-CLAVE TO LT-IMPORTE
           MOVE LIS-TOTAL TO LIS-LINEA
           WRITE LIS-LINEA
           DISPLAY LIS-LINEA
           MOVE SPACES TO LIS-LINEA
           WRITE LIS-LINEA.

       ESCRIBIR-TERCERO.
           IF TR-TOTAL(WS-POS) > WS-UMBRAL OR
              TR-TOTAL(WS-POS) < 0 - WS-UMBRAL
               ADD 1 TO WS-DECLARADOS
               ADD 1 TO WS-DECLARADOS-CLAVE
               ADD TR-TOTAL(WS-POS) TO WS-TOTAL-CLAVE
               ADD TR-TOTAL(WS-POS) TO WS-TOTAL-DECLARADO
               MOVE TR-NIF(WS-POS) TO LD-NIF
               MOVE TR-NOMBRE(WS-POS) TO LD-NOMBRE
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                   MOVE TR-TRIMESTRE(WS-POS, WS-T)
                       TO LD-TRIMESTRE(WS-T)
               END-PERFORM
               MOVE TR-TOTAL(WS-POS) TO LD-TOTAL
               MOVE SPACES TO LD-AVISO
               IF TR-NIF-OK(WS-POS) NOT = "S"
                   ADD 1 TO WS-NIF-INVALIDOS
                   IF TR-NIF(WS-POS) = SPACES
                       MOVE "*** SIN NIF" TO LD-AVISO
                   ELSE
                       MOVE "*** NIF MAL" TO LD-AVISO
                   END-IF
               END-IF
               MOVE LIS-DETALLE TO LIS-LINEA
               WRITE LIS-LINEA
           END-IF.

      *----------------------- FICHERO DEL MODELO -------------------------
      * Un registro de declarante con el numero de declarados y la
      * suma de importes, y uno por declarado con su importe anual y
      * el desglose trimestral. Los importes van sin coma, con dos
      * decimales implicitos y signo N delante cuando son negativos.
       ESCRIBIR-FICHERO-347.
           OPEN OUTPUT FICHERO-347
           MOVE WS-EJERCICIO TO R1-EJERCICIO
           MOVE WS-EJERCICIO TO R1-JUST-EJERCICIO
           MOVE TIENDA-NIF-FISCAL TO R1-NIF
           MOVE TIENDA-NOMBRE TO R1-NOMBRE
           MOVE TIENDA-TELEFONO TO R1-TELEFONO
           MOVE TIENDA-CONTACTO TO R1-CONTACTO
           MOVE WS-DECLARADOS TO R1-TOTAL-PERSONAS
           IF WS-TOTAL-DECLARADO < 0
               MOVE "N" TO R1-SIGNO-TOTAL
           ELSE
               MOVE SPACE TO R1-SIGNO-TOTAL
           END-IF
           MOVE WS-TOTAL-DECLARADO TO R1-IMPORTE-TOTAL
           MOVE R347-DECLARANTE TO F347-LINEA
           WRITE F347-LINEA

           MOVE WS-EJERCICIO TO R2-EJERCICIO
           MOVE TIENDA-NIF-FISCAL TO R2-NIF-DECLARANTE
           MOVE TIENDA-PROVINCIA TO R2-PROVINCIA
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-CANT-TERCEROS
               IF TR-TOTAL(WS-POS) > WS-UMBRAL OR
                  TR-TOTAL(WS-POS) < 0 - WS-UMBRAL
                   PERFORM ESCRIBIR-DECLARADO
               END-IF
           END-PERFORM
           CLOSE FICHERO-347.

       ESCRIBIR-DECLARADO.
           MOVE TR-NIF(WS-POS) TO R2-NIF-DECLARADO
           MOVE FUNCTION UPPER-CASE(TR-NOMBRE(WS-POS)) TO R2-NOMBRE
           MOVE TR-CLAVE(WS-POS) TO R2-CLAVE
           IF TR-TOTAL(WS-POS) < 0
               MOVE "N" TO R2-SIGNO-ANUAL
           ELSE
               MOVE SPACE TO R2-SIGNO-ANUAL
           END-IF
           MOVE TR-TOTAL(WS-POS) TO R2-IMPORTE-ANUAL
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
               IF TR-TRIMESTRE(WS-POS, WS-T) < 0
                   MOVE "N" TO R2-SIGNO-TRIM(WS-T)
               ELSE
                   MOVE SPACE TO R2-SIGNO-TRIM(WS-T)
               END-IF
               MOVE TR-TRIMESTRE(WS-POS, WS-T)
                   TO R2-IMPORTE-TRIM(WS-T)
               MOVE SPACE TO R2-SIGNO-TRIM-INMUEBLE(WS-T)
               MOVE ZEROES TO R2-IMPORTE-TRIM-INMUEBLE(WS-T)
           END-PERFORM
           MOVE R347-DECLARADO TO F347-LINEA
           WRITE F347-LINEA.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NOMBRE TO TIENDA-NOMBRE
           MOVE PA-TIENDA-NIF TO TIENDA-NIF-FISCAL
           MOVE PA-TIENDA-TELEFONO TO TIENDA-TELEFONO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "MODELO-347" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM MODELO-347.
