       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESA-PAGOS-PROV.

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

           SELECT DEVOLUCIONES-PROV
               ASSIGN TO "DEVOLUCIONES-PROV-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-DEVPROV-STATUS.

           SELECT REMESAS-PAGO
               ASSIGN TO "REMESAS-PAGO-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CLAVE
               FILE STATUS IS WS-REMESAS-STATUS.

           SELECT SEPA-XML
               ASSIGN TO DYNAMIC WS-NOMBRE-XML
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XML-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FACTURAS-PROV.
           COPY FACTPROV.

       FD FACTURAS-LINEAS.
           COPY FACTPLIN.

       FD PRODUCTO.
           COPY PRODFLT.

       FD PROVEEDOR.
           COPY PROVEEDOR.

       FD DEVOLUCIONES-PROV.
           COPY DEVPROV.

       FD REMESAS-PAGO.
           COPY REMPAGO.

       FD SEPA-XML.
       01 XML-LINEA PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-FACTURAS-STATUS PIC XX.
       01 WS-LINEAS-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-PROVEEDOR-STATUS PIC XX.
       01 WS-DEVPROV-STATUS PIC XX.
       01 WS-REMESAS-STATUS PIC XX.
       01 WS-XML-STATUS PIC XX.
       01 WS-NOMBRE-XML PIC X(40).
       01 FIN PIC X VALUE "N".
       01 OPCION PIC 9 VALUE 0.
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-LINEAS PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-PERIODO-CERRADO PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-I PIC 9(4).
       01 WS-J PIC 9(4).
       01 WS-IMPORTE-FACTURA PIC 9(7)V99.
       01 WS-LINEAS-FACTURA PIC 9(3).
       01 WS-TASA PIC 9(2).
       01 WS-IMPORTE-ABONO PIC 9(9)V99.
       01 WS-IMPORTE-EDIT PIC Z(8)9.99.
       01 WS-PROVEEDOR-PEDIDO PIC 9(6).
       01 WS-REMESA-PEDIDA PIC 9(6).

      *----------------------- FECHAS DE LA REMESA -----------------------
      * Entran las facturas pendientes que vencen hasta la fecha
      * limite (por defecto, la semana que viene, como el calendario
      * de REPORTE-PAGOS-PROV); la fecha de ejecucion es la que se
      * pide al banco y la que queda como fecha de pago.
       01 WS-DIAS-HORIZONTE PIC 9(2) VALUE 7.
       01 WS-LIMITE-DEFECTO PIC 9(8).
       01 WS-FECHA-LIMITE PIC 9(8).
       01 WS-FECHA-EJECUCION PIC 9(8).
       01 WS-FECHA-PEDIDA PIC 9(8).
       01 WS-FECHA-PEDIDA-X REDEFINES WS-FECHA-PEDIDA PIC X(8).

      *----------------------- FACTURAS DE LA REMESA ----------------------
      * Facturas pendientes vencidas a la fecha limite, con su total
      * con IVA rehecho de las lineas. Las que estan en discrepancia
      * con pedido/recepcion quedan fuera salvo que un supervisor
      * autorice pagarlas una a una.
       01 WS-FACTURAS-CANT PIC 9(4) VALUE 0.
       01 WS-DISCREPANCIAS PIC 9(4) VALUE 0.
      * Las facturas en divisa no van en la remesa SEPA (solo euros):
      * se cuentan para avisar y se pagan a mano en REPORTE-PAGOS-PROV.
       01 WS-EN-DIVISA-CANT PIC 9(4) VALUE 0.
       01 TABLA-FACTURAS.
           05 TF-ENTRADA OCCURS 500 TIMES.
               10 TF-NUMERO PIC 9(6).
               10 TF-PROVEEDOR PIC 9(6).
               10 TF-NUMERO-PROV PIC X(20).
               10 TF-VENCIMIENTO PIC 9(8).
               10 TF-IMPORTE PIC 9(9)V99.
               10 TF-DISCREPANCIA PIC X.
               10 TF-INCLUIDA PIC X.

      *----------------------- TRANSFERENCIAS ----------------------------
      * Una transferencia por proveedor: suma de sus facturas menos
      * los abonos de devoluciones recibidos y aun no descontados.
      * Sin IBAN valido en el maestro el proveedor queda fuera.
       01 WS-PROVEEDORES-CANT PIC 9(4) VALUE 0.
       01 TABLA-PROVEEDORES.
           05 TV-ENTRADA OCCURS 200 TIMES.
               10 TV-ID PIC 9(6).
               10 TV-NOMBRE PIC X(30).
               10 TV-IBAN PIC X(34).
               10 TV-IBAN-OK PIC X.
               10 TV-FACTURAS PIC 9(3).
               10 TV-IMPORTE-FACTURAS PIC 9(9)V99.
               10 TV-ABONOS PIC 9(3).
               10 TV-IMPORTE-ABONOS PIC 9(9)V99.
               10 TV-NETO PIC 9(9)V99.
               10 TV-SUPERVISOR PIC X(8).
               10 TV-INCLUIDO PIC X.

      * Abonos descontados en la remesa, para marcarlos al emitirla.
       01 WS-ABONOS-CANT PIC 9(4) VALUE 0.
       01 TABLA-ABONOS.
           05 TB-ENTRADA OCCURS 300 TIMES.
               10 TB-NUMERO PIC 9(6).
               10 TB-PROVEEDOR PIC 9(6).

       01 WS-TRANSFERENCIAS PIC 9(4).
       01 WS-TOTAL-REMESA PIC 9(9)V99.
       01 WS-REMESA PIC 9(6).
       01 WS-ORDEN PIC 9(3).

      *----------------------- FICHERO SEPA ------------------------------
      * Transferencias SEPA en formato ISO 20022 pain.001.001.03
      * (norma AEB, cuaderno 34 XML): un solo lote con cargo en la
      * cuenta de la tienda y un apunte por transferencia.
       01 TIENDA-NOMBRE PIC X(40) VALUE
           "ULTRAMARINOS LA ESQUINA S.L.".
       01 TIENDA-NIF-FISCAL PIC X(9) VALUE "B00000000".
      * Cuenta de cargo de las remesas y sufijo del identificador del
      * ordenante (NIF + sufijo): no tienen valor de fabrica, los da
      * el banco y se cargan en los parametros.
       01 TIENDA-IBAN PIC X(34) VALUE SPACES.
       01 TIENDA-SUFIJO PIC X(3) VALUE SPACES.
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.
       01 WS-MARCA-TIEMPO.
           05 WS-MT-ANIO PIC X(4).
           05 WS-MT-MES PIC X(2).
           05 WS-MT-DIA PIC X(2).
           05 WS-MT-HORA PIC X(2).
           05 WS-MT-MINUTO PIC X(2).
           05 WS-MT-SEGUNDO PIC X(2).
       01 WS-FECHA-AUX PIC 9(8).
       01 WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
           05 WS-AUX-ANIO PIC X(4).
           05 WS-AUX-MES PIC X(2).
           05 WS-AUX-DIA PIC X(2).
       01 WS-FECHA-ISO PIC X(10).
       01 WS-IMPORTE-XML PIC Z(8)9.99.
       01 WS-BLANCOS PIC 99.
       01 WS-IMPORTE-TXT PIC X(12).
       01 WS-CANTIDAD-EDIT PIC Z(3)9.
       01 WS-REFERENCIA-TRF PIC X(35).
       01 WS-CONCEPTO PIC X(140).
       01 WS-PUNTERO PIC 9(3).
       01 WS-ETIQUETA PIC X(20).
       01 WS-VALOR-XML PIC X(140).
       01 WS-SANGRIA PIC 9(2).

       01 DETALLE-FACTURA.
           05 DF-NUMERO PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DF-PROVEEDOR PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DF-NUMERO-PROV PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DF-VENCIMIENTO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DF-IMPORTE PIC Z(8)9.99.
       01 DETALLE-TRANSFERENCIA.
           05 DT-PROVEEDOR PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DT-NOMBRE PIC X(24).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DT-FACTURAS PIC ZZ9.
           05 DT-IMPORTE-FACTURAS PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DT-ABONOS PIC ZZ9.
           05 DT-IMPORTE-ABONOS PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DT-NETO PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DT-AVISO PIC X(16).

      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada. Pagar facturas en
      * discrepancia exige ademas un supervisor.
           COPY SEGURIDAD.
       01 WS-ROL-EXIGIDO PIC X VALUE "A".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
       01 WS-OPERADOR-REMESA PIC X(8) VALUE SPACES.
       01 WS-SUPERVISOR-REMESA PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- REMESA DE PAGOS ----------------------------
      * Paga de una vez las facturas de proveedor que vencen: reune
      * las pendientes y conformes hasta la fecha limite, agrupa por
      * proveedor descontando los abonos de devoluciones ya
      * recibidos, genera el fichero de transferencias SEPA para
      * subirlo al banco (SEPA-TRANSFERENCIAS-nnnnnn.xml) y deja las
      * facturas pagadas con la fecha de ejecucion y el numero de
      * remesa. Cada transferencia queda en REMESAS-PAGO con la
      * referencia que el banco devuelve en el extracto, y con ella
      * la casa CONCILIAR-BANCO.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "OPERADOR NO AUTORIZADO."
               GOBACK
           END-IF
           MOVE WS-OPERADOR-VALIDADO TO WS-OPERADOR-REMESA

           OPEN I-O FACTURAS-PROV
           IF WS-FACTURAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir FACTURAS-PROV-INDEXADO.dat. "
                   "Estado: " WS-FACTURAS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "FACTURAS-PROV-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-FACTURAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           OPEN INPUT FACTURAS-LINEAS
           OPEN INPUT PRODUCTO
           OPEN INPUT PROVEEDOR
           IF WS-PROVEEDOR-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PROVEEDOR-INDEXADO.dat. "
                   "Estado: " WS-PROVEEDOR-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PROVEEDOR-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PROVEEDOR-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE FACTURAS-PROV
               CLOSE FACTURAS-LINEAS
               CLOSE PRODUCTO
               GOBACK
           END-IF

           OPEN I-O DEVOLUCIONES-PROV
           IF WS-DEVPROV-STATUS = "35"
               OPEN OUTPUT DEVOLUCIONES-PROV
               CLOSE DEVOLUCIONES-PROV
               OPEN I-O DEVOLUCIONES-PROV
           END-IF
           OPEN I-O REMESAS-PAGO
           IF WS-REMESAS-STATUS = "35"
               OPEN OUTPUT REMESAS-PAGO
               CLOSE REMESAS-PAGO
               OPEN I-O REMESAS-PAGO
           END-IF

           MOVE "N" TO FIN
           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "REMESA DE PAGOS A PROVEEDORES"
               DISPLAY "1. PREPARAR Y EMITIR UNA REMESA."
               DISPLAY "2. CONSULTAR UNA REMESA."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       PERFORM PREPARAR-REMESA
                   WHEN 2
                       PERFORM CONSULTAR-REMESA
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE FACTURAS-PROV
           CLOSE FACTURAS-LINEAS
           CLOSE PRODUCTO
           CLOSE PROVEEDOR
           CLOSE DEVOLUCIONES-PROV
           CLOSE REMESAS-PAGO
           GOBACK.

      *----------------------- PREPARACION --------------------------------
       PREPARAR-REMESA.
           MOVE SPACES TO WS-SUPERVISOR-REMESA
           IF TIENDA-IBAN = SPACES
               DISPLAY "FALTA EL IBAN DE CARGO DE LAS REMESAS. "
                   "CARGUELO EN LOS PARAMETROS DE LA TIENDA."
               MOVE "N" TO WS-CAMPO-OK
           ELSE
               PERFORM PEDIR-FECHA-LIMITE
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM PEDIR-FECHA-EJECUCION
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM CARGAR-FACTURAS-VENCIDAS
               IF WS-FACTURAS-CANT = 0
                   DISPLAY "No hay facturas pendientes que venzan "
                       "hasta el " WS-FECHA-LIMITE "."
               ELSE
                   IF WS-DISCREPANCIAS > 0
                       PERFORM AUTORIZAR-DISCREPANCIAS
                   END-IF
                   PERFORM AGRUPAR-POR-PROVEEDOR
                   PERFORM DESCONTAR-ABONOS
                   PERFORM MOSTRAR-PROPUESTA
                   PERFORM EXCLUIR-PROVEEDORES
                   PERFORM CONFIRMAR-REMESA
               END-IF
           END-IF.

       PEDIR-FECHA-LIMITE.
           MOVE "N" TO WS-CAMPO-OK
           COMPUTE WS-LIMITE-DEFECTO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOY) + WS-DIAS-HORIZONTE)
           DISPLAY "Pagar lo que vence hasta AAAAMMDD (0 = "
               WS-LIMITE-DEFECTO "): "
           ACCEPT WS-FECHA-PEDIDA
           IF WS-FECHA-PEDIDA = 0
               MOVE WS-LIMITE-DEFECTO TO WS-FECHA-PEDIDA
           END-IF
           IF WS-FECHA-PEDIDA NOT NUMERIC OR
              WS-FECHA-PEDIDA-X(5:2) < "01" OR
              WS-FECHA-PEDIDA-X(5:2) > "12" OR
              WS-FECHA-PEDIDA-X(7:2) < "01" OR
              WS-FECHA-PEDIDA-X(7:2) > "31"
               DISPLAY "FECHA INVALIDA."
           ELSE
               MOVE WS-FECHA-PEDIDA TO WS-FECHA-LIMITE
               MOVE "S" TO WS-CAMPO-OK
           END-IF.

      * La fecha de ejecucion queda como fecha de pago de las
      * facturas: no puede ser pasada ni caer en un mes cerrado.
       PEDIR-FECHA-EJECUCION.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Fecha de ejecucion en el banco AAAAMMDD "
               "(0 = hoy): "
           ACCEPT WS-FECHA-PEDIDA
           IF WS-FECHA-PEDIDA = 0
               MOVE WS-HOY TO WS-FECHA-PEDIDA
           END-IF
           IF WS-FECHA-PEDIDA NOT NUMERIC OR
              WS-FECHA-PEDIDA-X(5:2) < "01" OR
              WS-FECHA-PEDIDA-X(5:2) > "12" OR
              WS-FECHA-PEDIDA-X(7:2) < "01" OR
              WS-FECHA-PEDIDA-X(7:2) > "31"
               DISPLAY "FECHA INVALIDA."
           ELSE
               IF WS-FECHA-PEDIDA < WS-HOY
                   DISPLAY "LA FECHA DE EJECUCION NO PUEDE SER PASADA."
               ELSE
                   CALL "PERIODO-CERRADO" USING WS-FECHA-PEDIDA,
                       WS-PERIODO-CERRADO
                   IF WS-PERIODO-CERRADO = "S"
                       DISPLAY "EL MES " WS-FECHA-PEDIDA-X(1:6)
                           " ESTA CERRADO: LA REMESA SE RECHAZA."
                   ELSE
                       MOVE WS-FECHA-PEDIDA TO WS-FECHA-EJECUCION
                       MOVE "S" TO WS-CAMPO-OK
                   END-IF
               END-IF
           END-IF.

       CARGAR-FACTURAS-VENCIDAS.
           MOVE 0 TO WS-FACTURAS-CANT
           MOVE 0 TO WS-DISCREPANCIAS
           MOVE 0 TO WS-EN-DIVISA-CANT
           MOVE "N" TO WS-EOF
           MOVE 0 TO FP-NUMERO-INTERNO
           START FACTURAS-PROV KEY IS GREATER THAN FP-NUMERO-INTERNO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ FACTURAS-PROV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF NOT FP-YA-PAGADA AND
                          FP-VENCIMIENTO <= WS-FECHA-LIMITE
                           IF FP-MONEDA = "EUR" OR FP-MONEDA = SPACES
                              OR FP-MONEDA = LOW-VALUES
                               PERFORM ANOTAR-FACTURA-VENCIDA
                           ELSE
                               ADD 1 TO WS-EN-DIVISA-CANT
                               DISPLAY "Factura " FP-NUMERO-INTERNO
                                   " en " FP-MONEDA ": fuera de la "
                                   "remesa SEPA, pagar a mano."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EN-DIVISA-CANT > 0
               DISPLAY WS-EN-DIVISA-CANT " factura(s) en divisa "
                   "excluidas: la remesa SEPA solo admite euros."
           END-IF.

       ANOTAR-FACTURA-VENCIDA.
           IF WS-FACTURAS-CANT < 500
               PERFORM IMPORTE-FACTURA-PROV
               ADD 1 TO WS-FACTURAS-CANT
               MOVE FP-NUMERO-INTERNO TO TF-NUMERO(WS-FACTURAS-CANT)
               MOVE FP-PROVEEDOR-ID TO TF-PROVEEDOR(WS-FACTURAS-CANT)
               MOVE FP-NUMERO-PROVEEDOR
                   TO TF-NUMERO-PROV(WS-FACTURAS-CANT)
               MOVE FP-VENCIMIENTO TO TF-VENCIMIENTO(WS-FACTURAS-CANT)
               MOVE WS-IMPORTE-FACTURA TO TF-IMPORTE(WS-FACTURAS-CANT)
               IF FP-DISCREPANCIA
                   MOVE "S" TO TF-DISCREPANCIA(WS-FACTURAS-CANT)
                   MOVE "N" TO TF-INCLUIDA(WS-FACTURAS-CANT)
                   ADD 1 TO WS-DISCREPANCIAS
               ELSE
                   MOVE "N" TO TF-DISCREPANCIA(WS-FACTURAS-CANT)
                   MOVE "S" TO TF-INCLUIDA(WS-FACTURAS-CANT)
               END-IF
           ELSE
               DISPLAY "AVISO: TABLA-FACTURAS llena (500), factura "
                   FP-NUMERO-INTERNO " queda para otra remesa"
           END-IF.

      * La factura se paga por su total con IVA, rehecho de las lineas
      * con el tipo de cada producto (como MODELO-347).
       IMPORTE-FACTURA-PROV.
           MOVE ZEROES TO WS-IMPORTE-FACTURA
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
               COMPUTE WS-IMPORTE-FACTURA ROUNDED =
                   FP-TOTAL * (1 + PA-IVA-GENERAL / 100)
           END-IF.

       SUMAR-LINEA-COMPRA.
           MOVE FPL-PRODUCTO-ID TO PRODUCTO-ID
           PERFORM LEER-TASA-PRODUCTO
           COMPUTE WS-IMPORTE-FACTURA ROUNDED =
               WS-IMPORTE-FACTURA + FPL-IMPORTE * (1 + WS-TASA / 100).

       LEER-TASA-PRODUCTO.
           READ PRODUCTO
               INVALID KEY
                   MOVE PA-IVA-GENERAL TO WS-TASA
               NOT INVALID KEY
                   PERFORM TOMAR-TASA-PRODUCTO
           END-READ.

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

      *----------------------- DISCREPANCIAS ------------------------------
      * Una factura que no cuadra con lo pedido y lo recibido no se
      * paga sin mas: el supervisor la autoriza una a una y queda
      * anotado en la transferencia.
       AUTORIZAR-DISCREPANCIAS.
           DISPLAY WS-DISCREPANCIAS " factura(s) vencida(s) en "
               "DISCREPANCIA con pedido/recepcion quedan fuera."
           DISPLAY "Incluir alguna con autorizacion de supervisor? "
               "(S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE "S" TO WS-ROL-EXIGIDO
               CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
                   WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
               MOVE "A" TO WS-ROL-EXIGIDO
               IF OPERADOR-AUTORIZADO
                   MOVE WS-OPERADOR-VALIDADO TO WS-SUPERVISOR-REMESA
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-FACTURAS-CANT
                       IF TF-DISCREPANCIA(WS-I) = "S"
                           PERFORM PREGUNTAR-DISCREPANCIA
                       END-IF
                   END-PERFORM
               ELSE
                   DISPLAY "SUPERVISOR NO AUTORIZADO: las facturas en "
                       "discrepancia quedan fuera."
               END-IF
           END-IF.

       PREGUNTAR-DISCREPANCIA.
           PERFORM MOSTRAR-FACTURA-TABLA
           DISPLAY "Pagar esta factura en discrepancia? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE "S" TO TF-INCLUIDA(WS-I)
           END-IF.

       MOSTRAR-FACTURA-TABLA.
           MOVE TF-NUMERO(WS-I) TO DF-NUMERO
           MOVE TF-PROVEEDOR(WS-I) TO DF-PROVEEDOR
           MOVE TF-NUMERO-PROV(WS-I) TO DF-NUMERO-PROV
           MOVE TF-VENCIMIENTO(WS-I) TO DF-VENCIMIENTO
           MOVE TF-IMPORTE(WS-I) TO DF-IMPORTE
           DISPLAY DETALLE-FACTURA.

      *----------------------- AGRUPACION POR PROVEEDOR -------------------
       AGRUPAR-POR-PROVEEDOR.
           MOVE 0 TO WS-PROVEEDORES-CANT
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-FACTURAS-CANT
               IF TF-INCLUIDA(WS-I) = "S"
                   MOVE TF-PROVEEDOR(WS-I) TO WS-PROVEEDOR-PEDIDO
                   PERFORM BUSCAR-TRANSFERENCIA
                   IF WS-J > WS-PROVEEDORES-CANT
                       PERFORM NUEVA-TRANSFERENCIA
                   END-IF
                   IF WS-J <= WS-PROVEEDORES-CANT
                       PERFORM SUMAR-FACTURA-TRANSFERENCIA
                   ELSE
                       MOVE "N" TO TF-INCLUIDA(WS-I)
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-TRANSFERENCIA.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-PROVEEDORES-CANT
                  OR TV-ID(WS-J) = WS-PROVEEDOR-PEDIDO
               CONTINUE
           END-PERFORM.

       NUEVA-TRANSFERENCIA.
           IF WS-PROVEEDORES-CANT < 200
               ADD 1 TO WS-PROVEEDORES-CANT
               MOVE WS-PROVEEDORES-CANT TO WS-J
               INITIALIZE TV-ENTRADA(WS-J)
               MOVE WS-PROVEEDOR-PEDIDO TO TV-ID(WS-J)
               MOVE "N" TO TV-IBAN-OK(WS-J)
               MOVE WS-PROVEEDOR-PEDIDO TO PROVEEDOR-ID
               READ PROVEEDOR
                   INVALID KEY
                       MOVE "(PROVEEDOR DESCONOCIDO)" TO TV-NOMBRE(WS-J)
                   NOT INVALID KEY
                       MOVE PROVEEDOR-NOMBRE TO TV-NOMBRE(WS-J)
                       MOVE PROVEEDOR-IBAN TO TV-IBAN(WS-J)
               END-READ
               IF TV-IBAN(WS-J) NOT = SPACES
                   CALL "IBAN-VALIDAR" USING TV-IBAN(WS-J),
                       TV-IBAN-OK(WS-J)
               END-IF
               MOVE TV-IBAN-OK(WS-J) TO TV-INCLUIDO(WS-J)
           ELSE
               DISPLAY "AVISO: TABLA-PROVEEDORES llena (200), "
                   "proveedor " WS-PROVEEDOR-PEDIDO
                   " queda para otra remesa"
           END-IF.

       SUMAR-FACTURA-TRANSFERENCIA.
           ADD 1 TO TV-FACTURAS(WS-J)
           ADD TF-IMPORTE(WS-I) TO TV-IMPORTE-FACTURAS(WS-J)
           IF TF-DISCREPANCIA(WS-I) = "S"
               MOVE WS-SUPERVISOR-REMESA TO TV-SUPERVISOR(WS-J)
           END-IF.

      *----------------------- ABONOS DE DEVOLUCIONES ---------------------
      * Los abonos ya recibidos y aun no descontados se restan de la
      * transferencia del proveedor, con el IVA del producto devuelto,
      * mientras quede algo que pagar; el que no cabe espera a la
      * siguiente remesa.
       DESCONTAR-ABONOS.
           MOVE 0 TO WS-ABONOS-CANT
           MOVE "N" TO WS-EOF
           MOVE 0 TO DP-NUMERO
           START DEVOLUCIONES-PROV KEY IS GREATER THAN DP-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ DEVOLUCIONES-PROV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF DP-ABONO-RECIBIDO AND DP-REMESA = 0
                           MOVE DP-PROVEEDOR-ID TO WS-PROVEEDOR-PEDIDO
                           PERFORM BUSCAR-TRANSFERENCIA
                           IF WS-J <= WS-PROVEEDORES-CANT
                               PERFORM DESCONTAR-UN-ABONO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-PROVEEDORES-CANT
               COMPUTE TV-NETO(WS-J) = TV-IMPORTE-FACTURAS(WS-J)
                   - TV-IMPORTE-ABONOS(WS-J)
           END-PERFORM.

       DESCONTAR-UN-ABONO.
           MOVE DP-PRODUCTO-ID TO PRODUCTO-ID
           PERFORM LEER-TASA-PRODUCTO
           COMPUTE WS-IMPORTE-ABONO ROUNDED =
               DP-VALOR * (1 + WS-TASA / 100)
           IF TV-IMPORTE-FACTURAS(WS-J) - TV-IMPORTE-ABONOS(WS-J)
              > WS-IMPORTE-ABONO AND WS-ABONOS-CANT < 300
               ADD 1 TO WS-ABONOS-CANT
               MOVE DP-NUMERO TO TB-NUMERO(WS-ABONOS-CANT)
               MOVE DP-PROVEEDOR-ID TO TB-PROVEEDOR(WS-ABONOS-CANT)
               ADD 1 TO TV-ABONOS(WS-J)
               ADD WS-IMPORTE-ABONO TO TV-IMPORTE-ABONOS(WS-J)
           ELSE
               DISPLAY "AVISO: el abono de la devolucion " DP-NUMERO
                   " no cabe en esta remesa."
           END-IF.

      *----------------------- PROPUESTA ----------------------------------
       MOSTRAR-PROPUESTA.
           DISPLAY "----- REMESA PROPUESTA: VENCE HASTA EL "
               WS-FECHA-LIMITE ", EJECUCION " WS-FECHA-EJECUCION
               " -----"
           DISPLAY "PROV.  NOMBRE                   FRAS.  IMPORTE"
               "     ABON.  IMPORTE      A TRANSFERIR"
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-PROVEEDORES-CANT
               PERFORM MOSTRAR-TRANSFERENCIA
           END-PERFORM.

       MOSTRAR-TRANSFERENCIA.
           MOVE TV-ID(WS-J) TO DT-PROVEEDOR
           MOVE TV-NOMBRE(WS-J) TO DT-NOMBRE
           MOVE TV-FACTURAS(WS-J) TO DT-FACTURAS
           MOVE TV-IMPORTE-FACTURAS(WS-J) TO DT-IMPORTE-FACTURAS
           MOVE TV-ABONOS(WS-J) TO DT-ABONOS
           MOVE TV-IMPORTE-ABONOS(WS-J) TO DT-IMPORTE-ABONOS
           MOVE TV-NETO(WS-J) TO DT-NETO
           EVALUATE TRUE
               WHEN TV-IBAN-OK(WS-J) NOT = "S"
                   MOVE "*** SIN IBAN" TO DT-AVISO
               WHEN TV-INCLUIDO(WS-J) NOT = "S"
                   MOVE "*** EXCLUIDO" TO DT-AVISO
               WHEN TV-SUPERVISOR(WS-J) NOT = SPACES
                   MOVE "CON DISCREPANCIA" TO DT-AVISO
               WHEN OTHER
                   MOVE SPACES TO DT-AVISO
           END-EVALUATE
           DISPLAY DETALLE-TRANSFERENCIA.

       EXCLUIR-PROVEEDORES.
           MOVE 1 TO WS-PROVEEDOR-PEDIDO
           PERFORM UNTIL WS-PROVEEDOR-PEDIDO = 0
               DISPLAY "Proveedor a dejar fuera de la remesa "
                   "(ID, 0 = ninguno mas): "
               ACCEPT WS-PROVEEDOR-PEDIDO
               IF WS-PROVEEDOR-PEDIDO NOT = 0
                   PERFORM BUSCAR-TRANSFERENCIA
                   IF WS-J > WS-PROVEEDORES-CANT
                       DISPLAY "EL PROVEEDOR NO ESTA EN LA REMESA."
                   ELSE
                       MOVE "N" TO TV-INCLUIDO(WS-J)
                       DISPLAY "Excluido: " TV-NOMBRE(WS-J)
                   END-IF
               END-IF
           END-PERFORM.

       CONFIRMAR-REMESA.
           MOVE 0 TO WS-TRANSFERENCIAS
           MOVE ZEROES TO WS-TOTAL-REMESA
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-PROVEEDORES-CANT
               IF TV-INCLUIDO(WS-J) = "S"
                   ADD 1 TO WS-TRANSFERENCIAS
                   ADD TV-NETO(WS-J) TO WS-TOTAL-REMESA
               END-IF
           END-PERFORM
           IF WS-TRANSFERENCIAS = 0
               DISPLAY "No queda ninguna transferencia que emitir."
           ELSE
               MOVE WS-TOTAL-REMESA TO WS-IMPORTE-EDIT
               DISPLAY "TRANSFERENCIAS: " WS-TRANSFERENCIAS
                   "  TOTAL: " WS-IMPORTE-EDIT
               DISPLAY "Emitir la remesa y marcar las facturas "
                   "pagadas? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM EMITIR-REMESA
               ELSE
                   DISPLAY "Remesa descartada: no se marco nada."
               END-IF
           END-IF.

      *----------------------- EMISION ------------------------------------
       EMITIR-REMESA.
           PERFORM RECUPERAR-ULTIMA-REMESA
           ADD 1 TO WS-REMESA
           MOVE SPACES TO WS-NOMBRE-XML
           STRING "SEPA-TRANSFERENCIAS-" WS-REMESA ".xml"
               DELIMITED BY SIZE INTO WS-NOMBRE-XML
           OPEN OUTPUT SEPA-XML
           IF WS-XML-STATUS NOT = "00"
               DISPLAY "No se pudo crear " WS-NOMBRE-XML ". Estado: "
                   WS-XML-STATUS
               MOVE "EMITIR-REMESA" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-XML TO WS-INC-ARCHIVO
               MOVE WS-XML-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
               DISPLAY "Remesa no emitida: no se marco nada."
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MARCA-TIEMPO
               PERFORM ESCRIBIR-CABECERA-SEPA
               MOVE 0 TO WS-ORDEN
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-PROVEEDORES-CANT
                   IF TV-INCLUIDO(WS-J) = "S"
                       ADD 1 TO WS-ORDEN
                       PERFORM EMITIR-TRANSFERENCIA
                   END-IF
               END-PERFORM
               MOVE "  </PmtInf>" TO XML-LINEA
               WRITE XML-LINEA
               MOVE " </CstmrCdtTrfInitn>" TO XML-LINEA
               WRITE XML-LINEA
               MOVE "</Document>" TO XML-LINEA
               WRITE XML-LINEA
               CLOSE SEPA-XML
               DISPLAY "REMESA " WS-REMESA " EMITIDA: "
                   WS-TRANSFERENCIAS " TRANSFERENCIAS."
               DISPLAY "Archivo generado: " WS-NOMBRE-XML
           END-IF.

       RECUPERAR-ULTIMA-REMESA.
           MOVE 0 TO WS-REMESA
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO RP-CLAVE
           START REMESAS-PAGO KEY IS GREATER THAN RP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ REMESAS-PAGO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF RP-REMESA > WS-REMESA
                           MOVE RP-REMESA TO WS-REMESA
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-CABECERA-SEPA.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO XML-LINEA
           WRITE XML-LINEA
           MOVE SPACES TO XML-LINEA
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  DELIMITED BY SIZE
                  'pain.001.001.03">' DELIMITED BY SIZE
               INTO XML-LINEA
           WRITE XML-LINEA
           MOVE " <CstmrCdtTrfInitn>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "  <GrpHdr>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "MsgId" TO WS-ETIQUETA
           MOVE SPACES TO WS-VALOR-XML
           STRING "REMESA-" WS-REMESA "-" WS-HOY
               DELIMITED BY SIZE INTO WS-VALOR-XML
           MOVE 3 TO WS-SANGRIA
           PERFORM ESCRIBIR-ELEMENTO
           MOVE "CreDtTm" TO WS-ETIQUETA
           MOVE SPACES TO WS-VALOR-XML
           STRING WS-MT-ANIO "-" WS-MT-MES "-" WS-MT-DIA "T"
                  WS-MT-HORA ":" WS-MT-MINUTO ":" WS-MT-SEGUNDO
               DELIMITED BY SIZE INTO WS-VALOR-XML
           PERFORM ESCRIBIR-ELEMENTO
           PERFORM ESCRIBIR-TOTALES-SEPA
           MOVE "   <InitgPty>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "Nm" TO WS-ETIQUETA
           MOVE TIENDA-NOMBRE TO WS-VALOR-XML
           MOVE 4 TO WS-SANGRIA
           PERFORM ESCRIBIR-ELEMENTO
           MOVE "    <Id><OrgId><Othr>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "Id" TO WS-ETIQUETA
           MOVE SPACES TO WS-VALOR-XML
           STRING TIENDA-NIF-FISCAL TIENDA-SUFIJO
               DELIMITED BY SIZE INTO WS-VALOR-XML
           MOVE 5 TO WS-SANGRIA
           PERFORM ESCRIBIR-ELEMENTO
           MOVE "    </Othr></OrgId></Id>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "   </InitgPty>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "  </GrpHdr>" TO XML-LINEA
           WRITE XML-LINEA

           MOVE "  <PmtInf>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "PmtInfId" TO WS-ETIQUETA
           MOVE SPACES TO WS-VALOR-XML
           STRING "REMESA-" WS-REMESA
               DELIMITED BY SIZE INTO WS-VALOR-XML
           MOVE 3 TO WS-SANGRIA
           PERFORM ESCRIBIR-ELEMENTO
           MOVE "PmtMtd" TO WS-ETIQUETA
           MOVE "TRF" TO WS-VALOR-XML
           PERFORM ESCRIBIR-ELEMENTO
      * Un apunte por transferencia en el extracto, no uno por el
      * total: asi cada pago se concilia por separado.
           MOVE "BtchBookg" TO WS-ETIQUETA
           MOVE "false" TO WS-VALOR-XML
           PERFORM ESCRIBIR-ELEMENTO
           PERFORM ESCRIBIR-TOTALES-SEPA
           MOVE "   <PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl></PmtTpInf>"
               TO XML-LINEA
           WRITE XML-LINEA
           MOVE "ReqdExctnDt" TO WS-ETIQUETA
           MOVE WS-FECHA-EJECUCION TO WS-FECHA-AUX
           PERFORM FORMATEAR-FECHA-ISO
           MOVE WS-FECHA-ISO TO WS-VALOR-XML
           PERFORM ESCRIBIR-ELEMENTO
           MOVE "   <Dbtr>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "Nm" TO WS-ETIQUETA
           MOVE TIENDA-NOMBRE TO WS-VALOR-XML
           MOVE 4 TO WS-SANGRIA
           PERFORM ESCRIBIR-ELEMENTO
           MOVE "   </Dbtr>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "   <DbtrAcct><Id>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "IBAN" TO WS-ETIQUETA
           MOVE TIENDA-IBAN TO WS-VALOR-XML
           PERFORM ESCRIBIR-ELEMENTO
           MOVE "   </Id></DbtrAcct>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE SPACES TO XML-LINEA
           STRING "   <DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED</Id>"
                  DELIMITED BY SIZE
                  "</Othr></FinInstnId></DbtrAgt>" DELIMITED BY SIZE
               INTO XML-LINEA
           WRITE XML-LINEA
           MOVE "ChrgBr" TO WS-ETIQUETA
           MOVE "SLEV" TO WS-VALOR-XML
           MOVE 3 TO WS-SANGRIA
           PERFORM ESCRIBIR-ELEMENTO.

       ESCRIBIR-TOTALES-SEPA.
           MOVE "NbOfTxs" TO WS-ETIQUETA
           MOVE WS-TRANSFERENCIAS TO WS-CANTIDAD-EDIT
           MOVE SPACES TO WS-VALOR-XML
           MOVE FUNCTION TRIM(WS-CANTIDAD-EDIT) TO WS-VALOR-XML
           MOVE 3 TO WS-SANGRIA
           PERFORM ESCRIBIR-ELEMENTO
           MOVE "CtrlSum" TO WS-ETIQUETA
           MOVE WS-TOTAL-REMESA TO WS-IMPORTE-XML
           PERFORM QUITAR-BLANCOS-IMPORTE
           MOVE WS-IMPORTE-TXT TO WS-VALOR-XML
           PERFORM ESCRIBIR-ELEMENTO.

       EMITIR-TRANSFERENCIA.
           MOVE SPACES TO WS-REFERENCIA-TRF
           STRING "REM" WS-REMESA "-" WS-ORDEN
               DELIMITED BY SIZE INTO WS-REFERENCIA-TRF
           PERFORM PREPARAR-CONCEPTO
           PERFORM ESCRIBIR-TRANSFERENCIA-XML
           PERFORM GRABAR-TRANSFERENCIA
           PERFORM MARCAR-FACTURAS-PAGADAS
           PERFORM MARCAR-ABONOS-DESCONTADOS.

      * Concepto para el proveedor: sus numeros de factura y, si los
      * hay, las devoluciones cuyo abono se descuenta. Lo que no
      * cabe en los 140 caracteres del estandar se omite.
       PREPARAR-CONCEPTO.
           MOVE SPACES TO WS-CONCEPTO
           MOVE 1 TO WS-PUNTERO
           STRING "FRAS." DELIMITED BY SIZE
               INTO WS-CONCEPTO WITH POINTER WS-PUNTERO
           END-STRING
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-FACTURAS-CANT
               IF TF-INCLUIDA(WS-I) = "S" AND
                  TF-PROVEEDOR(WS-I) = TV-ID(WS-J)
                   STRING " " DELIMITED BY SIZE
                          FUNCTION TRIM(TF-NUMERO-PROV(WS-I))
                              DELIMITED BY SIZE
                       INTO WS-CONCEPTO WITH POINTER WS-PUNTERO
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               END-IF
           END-PERFORM
           IF TV-ABONOS(WS-J) > 0
               STRING " ABONO DEV." DELIMITED BY SIZE
                   INTO WS-CONCEPTO WITH POINTER WS-PUNTERO
                   ON OVERFLOW
                       CONTINUE
               END-STRING
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ABONOS-CANT
                   IF TB-PROVEEDOR(WS-I) = TV-ID(WS-J)
                       STRING " " TB-NUMERO(WS-I) DELIMITED BY SIZE
                           INTO WS-CONCEPTO WITH POINTER WS-PUNTERO
                           ON OVERFLOW
                               CONTINUE
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF.

       ESCRIBIR-TRANSFERENCIA-XML.
           MOVE "   <CdtTrfTxInf>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "    <PmtId>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "EndToEndId" TO WS-ETIQUETA
           MOVE WS-REFERENCIA-TRF TO WS-VALOR-XML
           MOVE 5 TO WS-SANGRIA
           PERFORM ESCRIBIR-ELEMENTO
           MOVE "    </PmtId>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE TV-NETO(WS-J) TO WS-IMPORTE-XML
           PERFORM QUITAR-BLANCOS-IMPORTE
           MOVE SPACES TO XML-LINEA
           STRING '    <Amt><InstdAmt Ccy="EUR">' DELIMITED BY SIZE
                  WS-IMPORTE-TXT DELIMITED BY SPACE
                  "</InstdAmt></Amt>" DELIMITED BY SIZE
               INTO XML-LINEA
           WRITE XML-LINEA
           MOVE "    <Cdtr>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "Nm" TO WS-ETIQUETA
           MOVE TV-NOMBRE(WS-J) TO WS-VALOR-XML
           PERFORM ESCRIBIR-ELEMENTO
           MOVE "    </Cdtr>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "    <CdtrAcct><Id>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "IBAN" TO WS-ETIQUETA
           MOVE TV-IBAN(WS-J) TO WS-VALOR-XML
           PERFORM ESCRIBIR-ELEMENTO
           MOVE "    </Id></CdtrAcct>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "    <RmtInf>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "Ustrd" TO WS-ETIQUETA
           MOVE WS-CONCEPTO TO WS-VALOR-XML
           PERFORM ESCRIBIR-ELEMENTO
           MOVE "    </RmtInf>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "   </CdtTrfTxInf>" TO XML-LINEA
           WRITE XML-LINEA.

      * Escribe <etiqueta>valor</etiqueta> con la sangria pedida. Los
      * caracteres reservados de XML no estan en el juego de
      * caracteres SEPA: el & pasa a + y < > a blanco.
       ESCRIBIR-ELEMENTO.
           INSPECT WS-VALOR-XML REPLACING ALL "&" BY "+"
               ALL "<" BY " " ALL ">" BY " "
           MOVE SPACES TO XML-LINEA
           COMPUTE WS-PUNTERO = WS-SANGRIA + 1
           STRING "<" WS-ETIQUETA DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VALOR-XML) DELIMITED BY SIZE
                  "</" WS-ETIQUETA DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
               INTO XML-LINEA WITH POINTER WS-PUNTERO
           END-STRING
           WRITE XML-LINEA.

       FORMATEAR-FECHA-ISO.
           MOVE SPACES TO WS-FECHA-ISO
           STRING WS-AUX-ANIO "-" WS-AUX-MES "-" WS-AUX-DIA
               DELIMITED BY SIZE INTO WS-FECHA-ISO.

       QUITAR-BLANCOS-IMPORTE.
           MOVE 0 TO WS-BLANCOS
           INSPECT WS-IMPORTE-XML TALLYING WS-BLANCOS
               FOR LEADING SPACES
           MOVE SPACES TO WS-IMPORTE-TXT
           MOVE WS-IMPORTE-XML(WS-BLANCOS + 1:) TO WS-IMPORTE-TXT.

       GRABAR-TRANSFERENCIA.
           INITIALIZE REMESA-PAGO-REGISTRO
           MOVE WS-REMESA TO RP-REMESA
           MOVE WS-ORDEN TO RP-ORDEN
           MOVE WS-HOY TO RP-FECHA-EMISION
           MOVE WS-FECHA-EJECUCION TO RP-FECHA-EJECUCION
           MOVE TV-ID(WS-J) TO RP-PROVEEDOR-ID
           MOVE TV-NOMBRE(WS-J) TO RP-NOMBRE
           MOVE TV-IBAN(WS-J) TO RP-IBAN
           MOVE TV-FACTURAS(WS-J) TO RP-FACTURAS
           MOVE TV-IMPORTE-FACTURAS(WS-J) TO RP-IMPORTE-FACTURAS
           MOVE TV-ABONOS(WS-J) TO RP-ABONOS
           MOVE TV-IMPORTE-ABONOS(WS-J) TO RP-IMPORTE-ABONOS
           MOVE TV-NETO(WS-J) TO RP-IMPORTE
           MOVE WS-REFERENCIA-TRF TO RP-REFERENCIA
           MOVE WS-OPERADOR-REMESA TO RP-OPERADOR
           MOVE TV-SUPERVISOR(WS-J) TO RP-SUPERVISOR
           WRITE REMESA-PAGO-REGISTRO
           IF WS-REMESAS-STATUS NOT = "00"
               DISPLAY "Error al grabar la transferencia " RP-CLAVE
                   ". Estado: " WS-REMESAS-STATUS
               MOVE "GRABAR-TRANSFERENCIA" TO WS-INC-PARRAFO
               MOVE "REMESAS-PAGO-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-REMESAS-STATUS TO WS-INC-ESTADO
               MOVE RP-CLAVE TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

       MARCAR-FACTURAS-PAGADAS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-FACTURAS-CANT
               IF TF-INCLUIDA(WS-I) = "S" AND
                  TF-PROVEEDOR(WS-I) = TV-ID(WS-J)
                   MOVE TF-NUMERO(WS-I) TO FP-NUMERO-INTERNO
                   READ FACTURAS-PROV
                       INVALID KEY
                           DISPLAY "FACTURA " TF-NUMERO(WS-I)
                               " NO ENCONTRADA."
                       NOT INVALID KEY
                           MOVE "S" TO FP-PAGADA
                           MOVE WS-FECHA-EJECUCION TO FP-FECHA-PAGO
                           MOVE WS-REMESA TO FP-REMESA
                           MOVE 1 TO FP-TASA-PAGO
                           MOVE FP-TOTAL TO FP-PAGADO-EUR
                           REWRITE FACTURA-PROV-REGISTRO
                           IF WS-FACTURAS-STATUS NOT = "00"
                               DISPLAY "Error al actualizar la factura "
                                   TF-NUMERO(WS-I) ". Estado: "
                                   WS-FACTURAS-STATUS
                               MOVE "MARCAR-FACTURAS-PAGADAS"
                                   TO WS-INC-PARRAFO
                               MOVE "FACTURAS-PROV-INDEXADO.dat"
                                   TO WS-INC-ARCHIVO
                               MOVE WS-FACTURAS-STATUS TO WS-INC-ESTADO
                               MOVE FP-NUMERO-INTERNO TO WS-INC-CLAVE
                               PERFORM REGISTRAR-INCIDENCIA
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       MARCAR-ABONOS-DESCONTADOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ABONOS-CANT
               IF TB-PROVEEDOR(WS-I) = TV-ID(WS-J)
                   MOVE TB-NUMERO(WS-I) TO DP-NUMERO
                   READ DEVOLUCIONES-PROV
                       INVALID KEY
                           DISPLAY "DEVOLUCION " TB-NUMERO(WS-I)
                               " NO ENCONTRADA."
                       NOT INVALID KEY
                           MOVE WS-REMESA TO DP-REMESA
                           REWRITE DEV-PROV-REGISTRO
                           IF WS-DEVPROV-STATUS NOT = "00"
                               DISPLAY "Error al actualizar la "
                                   "devolucion " TB-NUMERO(WS-I)
                                   ". Estado: " WS-DEVPROV-STATUS
                               MOVE "MARCAR-ABONOS-DESCONTADOS"
                                   TO WS-INC-PARRAFO
                               MOVE "DEVOLUCIONES-PROV-INDEXADO.dat"
                                   TO WS-INC-ARCHIVO
                               MOVE WS-DEVPROV-STATUS TO WS-INC-ESTADO
                               MOVE DP-NUMERO TO WS-INC-CLAVE
                               PERFORM REGISTRAR-INCIDENCIA
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      *----------------------- CONSULTA -----------------------------------
       CONSULTAR-REMESA.
           DISPLAY "Numero de remesa: "
           ACCEPT WS-REMESA-PEDIDA
           MOVE 0 TO WS-TRANSFERENCIAS
           MOVE ZEROES TO WS-TOTAL-REMESA
           MOVE "N" TO WS-EOF
           MOVE WS-REMESA-PEDIDA TO RP-REMESA
           MOVE 0 TO RP-ORDEN
           START REMESAS-PAGO KEY IS NOT LESS THAN RP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ REMESAS-PAGO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF RP-REMESA NOT = WS-REMESA-PEDIDA
                           MOVE "S" TO WS-EOF
                       ELSE
                           PERFORM MOSTRAR-TRANSFERENCIA-GRABADA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRANSFERENCIAS = 0
               DISPLAY "REMESA NO ENCONTRADA."
           ELSE
               MOVE WS-TOTAL-REMESA TO WS-IMPORTE-EDIT
               DISPLAY "TRANSFERENCIAS: " WS-TRANSFERENCIAS
                   "  TOTAL: " WS-IMPORTE-EDIT
               PERFORM LISTAR-FACTURAS-REMESA
           END-IF.

       MOSTRAR-TRANSFERENCIA-GRABADA.
           IF WS-TRANSFERENCIAS = 0
               DISPLAY "----- REMESA " RP-REMESA " EMITIDA EL "
                   RP-FECHA-EMISION " POR " RP-OPERADOR
                   ", EJECUCION " RP-FECHA-EJECUCION " -----"
           END-IF
           ADD 1 TO WS-TRANSFERENCIAS
           ADD RP-IMPORTE TO WS-TOTAL-REMESA
           MOVE RP-PROVEEDOR-ID TO DT-PROVEEDOR
           MOVE RP-NOMBRE TO DT-NOMBRE
           MOVE RP-FACTURAS TO DT-FACTURAS
           MOVE RP-IMPORTE-FACTURAS TO DT-IMPORTE-FACTURAS
           MOVE RP-ABONOS TO DT-ABONOS
           MOVE RP-IMPORTE-ABONOS TO DT-IMPORTE-ABONOS
           MOVE RP-IMPORTE TO DT-NETO
           MOVE RP-REFERENCIA TO DT-AVISO
           DISPLAY DETALLE-TRANSFERENCIA
           DISPLAY "       IBAN " RP-IBAN
           IF RP-SUPERVISOR NOT = SPACES
               DISPLAY "       DISCREPANCIA AUTORIZADA POR "
                   RP-SUPERVISOR
           END-IF.

       LISTAR-FACTURAS-REMESA.
           DISPLAY "FACTURAS PAGADAS EN LA REMESA:"
           MOVE "N" TO WS-EOF
           MOVE 0 TO FP-NUMERO-INTERNO
           START FACTURAS-PROV KEY IS GREATER THAN FP-NUMERO-INTERNO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ FACTURAS-PROV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF FP-REMESA = WS-REMESA-PEDIDA
                           MOVE FP-NUMERO-INTERNO TO DF-NUMERO
                           MOVE FP-PROVEEDOR-ID TO DF-PROVEEDOR
                           MOVE FP-NUMERO-PROVEEDOR TO DF-NUMERO-PROV
                           MOVE FP-VENCIMIENTO TO DF-VENCIMIENTO
                           PERFORM IMPORTE-FACTURA-PROV
                           MOVE WS-IMPORTE-FACTURA TO DF-IMPORTE
                           DISPLAY DETALLE-FACTURA
                       END-IF
               END-READ
           END-PERFORM.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NOMBRE TO TIENDA-NOMBRE
           MOVE PA-TIENDA-NIF TO TIENDA-NIF-FISCAL
           MOVE PA-TIENDA-IBAN TO TIENDA-IBAN
           MOVE PA-SEPA-SUFIJO TO TIENDA-SUFIJO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REMESA-PAGOS-PROV" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REMESA-PAGOS-PROV.
