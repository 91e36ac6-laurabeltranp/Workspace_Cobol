       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-BANCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS-BANCO
               ASSIGN TO "MOVIMIENTOS-BANCO-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-NUMERO
               ALTERNATE RECORD KEY IS MB-CLAVE-EXTRACTO
               FILE STATUS IS WS-MOVIMIENTOS-STATUS.

           SELECT LIQUIDACIONES
               ASSIGN TO "LIQUIDACIONES-TARJETA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIQ-STATUS.

           SELECT INGRESOS-BANCO
               ASSIGN TO "INGRESOS-BANCO-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IB-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-INGRESOS-STATUS.

           SELECT PAGOS-CLIENTES
               ASSIGN TO "PAGOS-CLIENTES.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

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

           SELECT GASTOS
               ASSIGN TO "GASTOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-NUMERO
               FILE STATUS IS WS-GASTOS-STATUS.

           SELECT REMESAS-PAGO
               ASSIGN TO "REMESAS-PAGO-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CLAVE
               FILE STATUS IS WS-REMESAS-STATUS.

           SELECT LISTADO-TXT
               ASSIGN TO DYNAMIC WS-NOMBRE-LISTADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMIENTOS-BANCO.
           COPY MOVBANCO.

       FD LIQUIDACIONES.
           COPY LIQTARJ.

       FD INGRESOS-BANCO.
           COPY INGBANCO.

       FD PAGOS-CLIENTES.
           COPY PAGOCLI.

       FD FACTURAS-PROV.
           COPY FACTPROV.

       FD FACTURAS-LINEAS.
           COPY FACTPLIN.

       FD PRODUCTO.
           COPY PRODFLT.

       FD GASTOS.
           COPY GASTO.

       FD REMESAS-PAGO.
           COPY REMPAGO.

       FD LISTADO-TXT.
       01 LIS-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MOVIMIENTOS-STATUS PIC XX.
       01 WS-LIQ-STATUS PIC XX.
       01 WS-INGRESOS-STATUS PIC XX.
       01 WS-PAGOS-STATUS PIC XX.
       01 WS-FACTURAS-STATUS PIC XX.
       01 WS-LINEAS-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-GASTOS-STATUS PIC XX.
       01 WS-REMESAS-STATUS PIC XX.
       01 WS-LISTADO-STATUS PIC XX.
       01 WS-NOMBRE-LISTADO PIC X(40).
       01 FIN PIC X VALUE "N".
       01 OPCION PIC 9 VALUE 0.
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-LINEAS PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-MOVIMIENTO-BUSCADO PIC 9(8).
       01 WS-PARTIDA-ELEGIDA PIC 9(4).
       01 WS-I PIC 9(4).
       01 WS-J PIC 9(4).
       01 WS-IMPORTE-FACTURA PIC 9(7)V99.
       01 WS-LINEAS-FACTURA PIC 9(3).
       01 WS-TASA PIC 9(2).
       01 WS-DIFERENCIA PIC S9(10)V99.
       01 WS-IMPORTE-EDIT PIC Z(9)9.99.
       01 WS-DIFERENCIA-EDIT PIC +(10)9.99.

      *----------------------- MES A CONCILIAR ----------------------------
      * Se casan los movimientos del banco con fecha de operacion en
      * el mes; las partidas del sistema se cargan con margen antes y
      * despues del mes para alcanzar cobros y pagos que el banco
      * apunta unos dias mas tarde (o antes) que el sistema.
       01 WS-MES-PEDIDO PIC 9(6).
       01 WS-MES-PEDIDO-R REDEFINES WS-MES-PEDIDO.
           05 WS-PEDIDO-ANIO PIC 9(4).
           05 WS-PEDIDO-MES PIC 9(2).
       01 WS-FECHA-DESDE PIC 9(8).
       01 WS-FECHA-HASTA PIC 9(8).
       01 WS-FECHA-SIGUIENTE PIC 9(8).
       01 WS-CARGA-DESDE PIC 9(8).
       01 WS-CARGA-HASTA PIC 9(8).
       01 WS-MARGEN-ANTES PIC 9(3) VALUE 45.
       01 WS-MARGEN-DESPUES PIC 9(3) VALUE 15.

      *----------------------- PARTIDAS DEL SISTEMA -----------------------
      * Cobros y pagos que el sistema espera ver en el banco: tipo y
      * clave como se guardan en MB-PARTIDA-TIPO / MB-PARTIDA-CLAVE,
      * sentido C cargo / A abono como MB-SIGNO, referencia que
      * puede aparecer en el extracto (resguardo del ingreso, numero
      * de factura del proveedor o del acreedor). Esperada = N para
      * las facturas de proveedor aun no marcadas pagadas: se pueden
      * casar pero no se reclaman en el informe.
       01 WS-PARTIDAS-CANT PIC 9(4) VALUE 0.
       01 TABLA-PARTIDAS.
           05 TP-ENTRADA OCCURS 3000 TIMES.
               10 TP-TIPO PIC X.
               10 TP-CLAVE PIC X(20).
               10 TP-FECHA PIC 9(8).
               10 TP-IMPORTE PIC 9(10)V99.
               10 TP-SENTIDO PIC X.
               10 TP-REFERENCIA PIC X(20).
               10 TP-DESCRIPCION PIC X(30).
               10 TP-ESPERADA PIC X.
               10 TP-CASADA PIC X.
       01 WS-NUEVA-PARTIDA.
           05 WS-NP-TIPO PIC X.
           05 WS-NP-CLAVE PIC X(20).
           05 WS-NP-FECHA PIC 9(8).
           05 WS-NP-IMPORTE PIC 9(10)V99.
           05 WS-NP-SENTIDO PIC X.
           05 WS-NP-REFERENCIA PIC X(20).
           05 WS-NP-DESCRIPCION PIC X(30).
           05 WS-NP-ESPERADA PIC X.
           05 WS-NP-CASADA PIC X.
       01 WS-CLAVE-PAGO.
           05 WS-CP-CLIENTE PIC 9(6).
           05 WS-CP-FECHA PIC 9(8).
           05 WS-CP-HORA PIC 9(6).

      *----------------------- CASADO AUTOMATICO --------------------------
      * Dias que el banco puede ir por detras (despues) o por delante
      * (antes) de la fecha de la partida, segun su tipo: la tarjeta
      * se abona dias despues de la liquidacion, la factura se carga
      * alrededor de su vencimiento. Con la referencia en el extracto
      * no se mira la fecha.
       01 WS-DIAS-ANTES PIC 9(3).
       01 WS-DIAS-DESPUES PIC 9(3).
       01 WS-DIAS-DIFERENCIA PIC S9(8).
       01 WS-DISTANCIA PIC 9(8).
       01 WS-MEJOR-DISTANCIA PIC 9(8).
       01 WS-MEJOR-PARTIDA PIC 9(4).
       01 WS-TEXTO-MOVIMIENTO PIC X(114).
       01 WS-REFERENCIA PIC X(20).
       01 WS-LONG-REFERENCIA PIC 9(2).
       01 WS-APARICIONES PIC 9(4).
       01 WS-REFERENCIA-HALLADA PIC X VALUE "N".
       01 WS-CASADOS PIC 9(6).
       01 WS-SIN-CASAR PIC 9(6).

      *----------------------- RESUMEN DEL INFORME ------------------------
       01 WS-CNT-AUTO PIC 9(6).
       01 WS-CNT-MANUAL PIC 9(6).
       01 WS-CNT-SIN-PARTIDA PIC 9(6).
       01 WS-CNT-CARGOS-PEND PIC 9(6).
       01 WS-CNT-ABONOS-PEND PIC 9(6).
       01 WS-CNT-PARTIDAS-CARGO PIC 9(6).
       01 WS-CNT-PARTIDAS-ABONO PIC 9(6).
      * Estado que lista cada pasada: P pendientes, S sin partida.
       01 WS-ESTADO-LISTADO PIC X.
       01 WS-TOT-CARGOS-PEND PIC 9(10)V99.
       01 WS-TOT-ABONOS-PEND PIC 9(10)V99.
       01 WS-TOT-PARTIDAS-CARGO PIC 9(10)V99.
       01 WS-TOT-PARTIDAS-ABONO PIC 9(10)V99.

       01 LIS-TITULO.
           05 FILLER PIC X(31) VALUE "CONCILIACION BANCARIA DEL MES ".
           05 LT-MES PIC 9(6).
           05 FILLER PIC X(11) VALUE "  EMITIDO: ".
           05 LT-HOY PIC 9(8).
       01 LIS-MOVIMIENTO.
           05 LM-NUMERO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LM-FECHA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LM-SIGNO PIC X(5).
           05 LM-IMPORTE PIC Z(9)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LM-CONCEPTO-COMUN PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LM-DOCUMENTO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LM-TEXTO PIC X(36).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LM-ESTADO PIC X(12).
       01 LIS-PARTIDA.
           05 LP-NUMERO PIC Z(3)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LP-TIPO PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LP-CLAVE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LP-FECHA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LP-SIGNO PIC X(5).
           05 LP-IMPORTE PIC Z(9)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LP-DESCRIPCION PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LP-MARCA PIC X(1).
       01 LIS-RESUMEN.
           05 LR-TEXTO PIC X(40).
           05 LR-CANTIDAD PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-IMPORTE PIC Z(9)9.99.

      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada.
           COPY SEGURIDAD.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.

      * Parametros de la tienda: IVA general de los productos
      * sin tipo reducido.
           COPY PARAMETRO.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- CONCILIACION BANCARIA ----------------------
      * Casa cada movimiento del extracto importado de la Norma 43
      * (IMPORTAR-NORMA43) con la partida del sistema que lo origina:
      * liquidaciones de tarjeta, ingresos de efectivo, cobros de
      * fiado, facturas de proveedor, transferencias de las remesas
      * de pago y gastos pagados. El casado automatico exige el
      * mismo importe y el mismo sentido y elige
      * la partida cuya referencia aparece en el extracto o, si no,
      * la de fecha mas cercana dentro del plazo de su tipo. Lo que
      * queda se casa a mano (tambien con diferencia de importe, p.
      * ej. la liquidacion abonada neta de comision) o se marca sin
      * partida. El informe del mes lista los movimientos del banco
      * sin casar y las partidas del sistema sin movimiento.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "OPERADOR NO AUTORIZADO."
               STOP RUN
           END-IF

           OPEN I-O MOVIMIENTOS-BANCO
           IF WS-MOVIMIENTOS-STATUS = "35"
               DISPLAY "No hay movimientos del banco importados. "
                   "Importe el extracto con IMPORTAR-NORMA43."
               STOP RUN
           END-IF
           IF WS-MOVIMIENTOS-STATUS NOT = "00"
               DISPLAY "Error al abrir MOVIMIENTOS-BANCO-INDEXADO.dat. "
                   "Estado: " WS-MOVIMIENTOS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "MOVIMIENTOS-BANCO-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-MOVIMIENTOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "CONCILIACION BANCARIA"
               DISPLAY "1. CASAR AUTOMATICAMENTE UN MES."
               DISPLAY "2. CASAR UN MOVIMIENTO A MANO."
               DISPLAY "3. MARCAR MOVIMIENTO SIN PARTIDA."
               DISPLAY "4. DESHACER UN CASADO."
               DISPLAY "5. INFORME DE CONCILIACION DE UN MES."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       PERFORM CASAR-AUTOMATICO
                   WHEN 2
                       PERFORM CASAR-A-MANO
                   WHEN 3
                       PERFORM MARCAR-SIN-PARTIDA
                   WHEN 4
                       PERFORM DESHACER-CASADO
                   WHEN 5
                       PERFORM INFORME-CONCILIACION
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE MOVIMIENTOS-BANCO
           STOP RUN.

      *----------------------- MES Y VENTANA DE CARGA ---------------------
       PEDIR-MES.
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Mes a conciliar (AAAAMM): "
               ACCEPT WS-MES-PEDIDO
               IF WS-MES-PEDIDO NOT NUMERIC OR
                  WS-PEDIDO-ANIO < 2000 OR
                  WS-PEDIDO-MES < 1 OR WS-PEDIDO-MES > 12
                   DISPLAY "MES INVALIDO."
               ELSE
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-PERFORM
           PERFORM PREPARAR-MES.

       PREPARAR-MES.
           COMPUTE WS-FECHA-DESDE = WS-MES-PEDIDO * 100 + 1
           IF WS-PEDIDO-MES = 12
               COMPUTE WS-FECHA-SIGUIENTE =
                   (WS-PEDIDO-ANIO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-FECHA-SIGUIENTE = WS-FECHA-DESDE + 100
           END-IF
           COMPUTE WS-FECHA-HASTA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-SIGUIENTE) - 1)
           COMPUTE WS-CARGA-DESDE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE)
               - WS-MARGEN-ANTES)
           COMPUTE WS-CARGA-HASTA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HASTA)
               + WS-MARGEN-DESPUES).

      *----------------------- CARGA DE PARTIDAS --------------------------
       CARGAR-PARTIDAS.
           MOVE 0 TO WS-PARTIDAS-CANT
           PERFORM CARGAR-LIQUIDACIONES
           PERFORM CARGAR-INGRESOS
           PERFORM CARGAR-COBROS-FIADO
           PERFORM CARGAR-FACTURAS-PROV
           PERFORM CARGAR-GASTOS
           PERFORM CARGAR-REMESAS
           PERFORM MARCAR-PARTIDAS-CASADAS.

      * Si hay mas de una liquidacion de la misma fecha vale la ultima
      * registrada, como en CONCILIAR-TARJETA.
       CARGAR-LIQUIDACIONES.
           OPEN INPUT LIQUIDACIONES
           IF WS-LIQ-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ LIQUIDACIONES
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF LIQ-FECHA >= WS-CARGA-DESDE AND
                              LIQ-FECHA <= WS-CARGA-HASTA
                               PERFORM ANOTAR-LIQUIDACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIQUIDACIONES
           END-IF.

       ANOTAR-LIQUIDACION.
           INITIALIZE WS-NUEVA-PARTIDA
           MOVE "T" TO WS-NP-TIPO
           MOVE LIQ-FECHA TO WS-NP-CLAVE
           MOVE LIQ-FECHA TO WS-NP-FECHA
           MOVE LIQ-IMPORTE TO WS-NP-IMPORTE
           MOVE "A" TO WS-NP-SENTIDO
           MOVE "LIQUIDACION TARJETA" TO WS-NP-DESCRIPCION
           MOVE "S" TO WS-NP-ESPERADA
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-PARTIDAS-CANT
                  OR (TP-TIPO(WS-J) = "T" AND
                      TP-CLAVE(WS-J) = WS-NP-CLAVE)
               CONTINUE
           END-PERFORM
           IF WS-J <= WS-PARTIDAS-CANT
               MOVE LIQ-IMPORTE TO TP-IMPORTE(WS-J)
           ELSE
               PERFORM ANOTAR-PARTIDA
           END-IF.

       CARGAR-INGRESOS.
           OPEN INPUT INGRESOS-BANCO
           IF WS-INGRESOS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ INGRESOS-BANCO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF IB-VIGENTE AND
                              IB-FECHA >= WS-CARGA-DESDE AND
                              IB-FECHA <= WS-CARGA-HASTA
                               INITIALIZE WS-NUEVA-PARTIDA
                               MOVE "E" TO WS-NP-TIPO
                               MOVE IB-NUMERO TO WS-NP-CLAVE
                               MOVE IB-FECHA TO WS-NP-FECHA
                               MOVE IB-IMPORTE TO WS-NP-IMPORTE
                               MOVE "A" TO WS-NP-SENTIDO
                               MOVE IB-RESGUARDO TO WS-NP-REFERENCIA
                               MOVE "INGRESO DE EFECTIVO"
                                   TO WS-NP-DESCRIPCION
                               MOVE "S" TO WS-NP-ESPERADA
                               PERFORM ANOTAR-PARTIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INGRESOS-BANCO
           END-IF.

      * Los cobros de fiado en efectivo no llegan al banco uno a uno
      * (van en el ingreso del Z): quedan sin movimiento en el informe
      * y se reconocen por el cliente y la fecha.
       CARGAR-COBROS-FIADO.
           OPEN INPUT PAGOS-CLIENTES
           IF WS-PAGOS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ PAGOS-CLIENTES
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF PC-FECHA >= WS-CARGA-DESDE AND
                              PC-FECHA <= WS-CARGA-HASTA
                               INITIALIZE WS-NUEVA-PARTIDA
                               MOVE "C" TO WS-NP-TIPO
                               MOVE PC-CLIENTE-ID TO WS-CP-CLIENTE
                               MOVE PC-FECHA TO WS-CP-FECHA
                               MOVE PC-HORA TO WS-CP-HORA
                               MOVE WS-CLAVE-PAGO TO WS-NP-CLAVE
                               MOVE PC-FECHA TO WS-NP-FECHA
                               MOVE PC-IMPORTE TO WS-NP-IMPORTE
                               MOVE "A" TO WS-NP-SENTIDO
                               STRING "COBRO FIADO CLIENTE "
                                      DELIMITED BY SIZE
                                      PC-CLIENTE-ID DELIMITED BY SIZE
                                      INTO WS-NP-DESCRIPCION
                               END-STRING
                               MOVE "S" TO WS-NP-ESPERADA
                               PERFORM ANOTAR-PARTIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOS-CLIENTES
           END-IF.

      * La factura se paga por su total con IVA, rehecho de las lineas
      * con el tipo de cada producto (como MODELO-347); se fecha en su
      * vencimiento, que es cuando el banco la carga. Las pagadas en
      * una remesa de transferencias no se casan sueltas: el banco
      * carga la transferencia del proveedor (partida R).
       CARGAR-FACTURAS-PROV.
           OPEN INPUT FACTURAS-PROV
           IF WS-FACTURAS-STATUS = "00"
               OPEN INPUT FACTURAS-LINEAS
               OPEN INPUT PRODUCTO
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ FACTURAS-PROV NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           INITIALIZE WS-NUEVA-PARTIDA
                           IF FP-VENCIMIENTO = 0
                               MOVE FP-FECHA TO WS-NP-FECHA
                           ELSE
                               MOVE FP-VENCIMIENTO TO WS-NP-FECHA
                           END-IF
                           IF WS-NP-FECHA >= WS-CARGA-DESDE AND
                              WS-NP-FECHA <= WS-CARGA-HASTA AND
                              FP-REMESA = 0
                               PERFORM ANOTAR-FACTURA-PROV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS-PROV
               CLOSE FACTURAS-LINEAS
               CLOSE PRODUCTO
           END-IF.

       ANOTAR-FACTURA-PROV.
           PERFORM IMPORTE-FACTURA-PROV
           MOVE "P" TO WS-NP-TIPO
           MOVE FP-NUMERO-INTERNO TO WS-NP-CLAVE
           MOVE WS-IMPORTE-FACTURA TO WS-NP-IMPORTE
           MOVE "C" TO WS-NP-SENTIDO
           MOVE FP-NUMERO-PROVEEDOR TO WS-NP-REFERENCIA
           STRING "FACTURA PROV. " DELIMITED BY SIZE
                  FP-PROVEEDOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FP-NUMERO-PROVEEDOR DELIMITED BY SIZE
                  INTO WS-NP-DESCRIPCION
           END-STRING
           IF FP-YA-PAGADA
               MOVE "S" TO WS-NP-ESPERADA
           ELSE
               MOVE "N" TO WS-NP-ESPERADA
           END-IF
           PERFORM ANOTAR-PARTIDA.

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
           READ PRODUCTO
               INVALID KEY
                   MOVE PA-IVA-GENERAL TO WS-TASA
               NOT INVALID KEY
                   PERFORM TOMAR-TASA-PRODUCTO
           END-READ
           COMPUTE WS-IMPORTE-FACTURA ROUNDED =
               WS-IMPORTE-FACTURA + FPL-IMPORTE * (1 + WS-TASA / 100).

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

       CARGAR-GASTOS.
           OPEN INPUT GASTOS
           IF WS-GASTOS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ GASTOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF GA-VIGENTE AND GA-YA-PAGADO AND
                              GA-FECHA-PAGO >= WS-CARGA-DESDE AND
                              GA-FECHA-PAGO <= WS-CARGA-HASTA
                               INITIALIZE WS-NUEVA-PARTIDA
                               MOVE "G" TO WS-NP-TIPO
                               MOVE GA-NUMERO TO WS-NP-CLAVE
                               MOVE GA-FECHA-PAGO TO WS-NP-FECHA
                               MOVE GA-TOTAL TO WS-NP-IMPORTE
                               MOVE "C" TO WS-NP-SENTIDO
                               MOVE GA-DOCUMENTO TO WS-NP-REFERENCIA
                               MOVE GA-ACREEDOR TO WS-NP-DESCRIPCION
                               MOVE "S" TO WS-NP-ESPERADA
                               PERFORM ANOTAR-PARTIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GASTOS
           END-IF.

      * Cada transferencia de una remesa de pagos es un cargo en su
      * fecha de ejecucion, con el EndToEndId como referencia.
       CARGAR-REMESAS.
           OPEN INPUT REMESAS-PAGO
           IF WS-REMESAS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ REMESAS-PAGO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF RP-FECHA-EJECUCION >= WS-CARGA-DESDE AND
                              RP-FECHA-EJECUCION <= WS-CARGA-HASTA
                               INITIALIZE WS-NUEVA-PARTIDA
                               MOVE "R" TO WS-NP-TIPO
                               MOVE RP-CLAVE TO WS-NP-CLAVE
                               MOVE RP-FECHA-EJECUCION TO WS-NP-FECHA
                               MOVE RP-IMPORTE TO WS-NP-IMPORTE
                               MOVE "C" TO WS-NP-SENTIDO
                               MOVE RP-REFERENCIA TO WS-NP-REFERENCIA
                               MOVE RP-NOMBRE TO WS-NP-DESCRIPCION
                               MOVE "S" TO WS-NP-ESPERADA
                               PERFORM ANOTAR-PARTIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMESAS-PAGO
           END-IF.

       ANOTAR-PARTIDA.
           IF WS-PARTIDAS-CANT < 3000
               ADD 1 TO WS-PARTIDAS-CANT
               MOVE "N" TO WS-NP-CASADA
               MOVE WS-NUEVA-PARTIDA TO TP-ENTRADA(WS-PARTIDAS-CANT)
           ELSE
               DISPLAY "AVISO: TABLA-PARTIDAS llena (3000), partida "
                   WS-NP-TIPO " " WS-NP-CLAVE " excluida"
           END-IF.

      * Las partidas ya casadas con un movimiento (de este mes o de
      * cualquier otro) no se ofrecen de nuevo.
       MARCAR-PARTIDAS-CASADAS.
           MOVE 0 TO MB-NUMERO
           START MOVIMIENTOS-BANCO KEY IS GREATER THAN MB-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ MOVIMIENTOS-BANCO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF (MB-CASADO-AUTO OR MB-CASADO-MANUAL)
                           PERFORM BUSCAR-PARTIDA-CASADA
                           IF WS-J <= WS-PARTIDAS-CANT
                               MOVE "S" TO TP-CASADA(WS-J)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       BUSCAR-PARTIDA-CASADA.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-PARTIDAS-CANT
                  OR (TP-TIPO(WS-J) = MB-PARTIDA-TIPO AND
                      TP-CLAVE(WS-J) = MB-PARTIDA-CLAVE)
               CONTINUE
           END-PERFORM.

      *----------------------- CASADO AUTOMATICO --------------------------
       CASAR-AUTOMATICO.
           PERFORM PEDIR-MES
           PERFORM CARGAR-PARTIDAS
           MOVE 0 TO WS-CASADOS
           MOVE 0 TO WS-SIN-CASAR
           MOVE 0 TO MB-NUMERO
           START MOVIMIENTOS-BANCO KEY IS GREATER THAN MB-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ MOVIMIENTOS-BANCO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF MB-PENDIENTE AND
                          MB-FECHA-OPERACION >= WS-FECHA-DESDE AND
                          MB-FECHA-OPERACION <= WS-FECHA-HASTA
                           PERFORM CASAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Movimientos casados ahora: " WS-CASADOS
           DISPLAY "Quedan sin casar.........: " WS-SIN-CASAR.

       CASAR-MOVIMIENTO.
           PERFORM PREPARAR-TEXTO-MOVIMIENTO
           MOVE 99999999 TO WS-MEJOR-DISTANCIA
           MOVE 0 TO WS-MEJOR-PARTIDA
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PARTIDAS-CANT
               IF TP-CASADA(WS-I) = "N" AND
                  TP-SENTIDO(WS-I) = MB-SIGNO AND
                  TP-IMPORTE(WS-I) = MB-IMPORTE
                   PERFORM VALORAR-CANDIDATA
               END-IF
           END-PERFORM
           IF WS-MEJOR-PARTIDA = 0
               ADD 1 TO WS-SIN-CASAR
           ELSE
               MOVE "A" TO MB-ESTADO
               MOVE WS-MEJOR-PARTIDA TO WS-I
               PERFORM ANOTAR-CASADO
               REWRITE MOVIMIENTO-BANCO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar el movimiento "
                           MB-NUMERO ". Estado: "
                           WS-MOVIMIENTOS-STATUS
                       MOVE "CASAR-MOVIMIENTO" TO WS-INC-PARRAFO
                       MOVE "MOVIMIENTOS-BANCO-INDEXADO.dat"
                           TO WS-INC-ARCHIVO
                       MOVE WS-MOVIMIENTOS-STATUS TO WS-INC-ESTADO
                       MOVE MB-NUMERO TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   NOT INVALID KEY
                       MOVE "S" TO TP-CASADA(WS-I)
                       ADD 1 TO WS-CASADOS
               END-REWRITE
           END-IF.

      * Con la referencia de la partida en el extracto la distancia es
      * 0 (gana siempre); si no, dias de diferencia + 1 dentro del
      * plazo del tipo de partida.
       VALORAR-CANDIDATA.
           PERFORM BUSCAR-REFERENCIA
           IF WS-REFERENCIA-HALLADA = "S"
               MOVE 0 TO WS-DISTANCIA
           ELSE
               PERFORM PLAZO-TIPO-PARTIDA
               COMPUTE WS-DIAS-DIFERENCIA =
                   FUNCTION INTEGER-OF-DATE(MB-FECHA-OPERACION)
                   - FUNCTION INTEGER-OF-DATE(TP-FECHA(WS-I))
               IF WS-DIAS-DIFERENCIA < 0
                   IF 0 - WS-DIAS-DIFERENCIA > WS-DIAS-ANTES
                       MOVE 99999999 TO WS-DISTANCIA
                   ELSE
                       COMPUTE WS-DISTANCIA =
                           1 - WS-DIAS-DIFERENCIA
                   END-IF
               ELSE
                   IF WS-DIAS-DIFERENCIA > WS-DIAS-DESPUES
                       MOVE 99999999 TO WS-DISTANCIA
                   ELSE
                       COMPUTE WS-DISTANCIA =
                           1 + WS-DIAS-DIFERENCIA
                   END-IF
               END-IF
           END-IF
           IF WS-DISTANCIA < WS-MEJOR-DISTANCIA
               MOVE WS-DISTANCIA TO WS-MEJOR-DISTANCIA
               MOVE WS-I TO WS-MEJOR-PARTIDA
           END-IF.

       PLAZO-TIPO-PARTIDA.
           EVALUATE TP-TIPO(WS-I)
               WHEN "T"
                   MOVE 0 TO WS-DIAS-ANTES
                   MOVE 5 TO WS-DIAS-DESPUES
               WHEN "E"
                   MOVE 1 TO WS-DIAS-ANTES
                   MOVE 4 TO WS-DIAS-DESPUES
               WHEN "C"
                   MOVE 3 TO WS-DIAS-ANTES
                   MOVE 5 TO WS-DIAS-DESPUES
               WHEN "P"
                   MOVE 15 TO WS-DIAS-ANTES
                   MOVE 15 TO WS-DIAS-DESPUES
               WHEN "R"
                   MOVE 1 TO WS-DIAS-ANTES
                   MOVE 3 TO WS-DIAS-DESPUES
               WHEN OTHER
                   MOVE 5 TO WS-DIAS-ANTES
                   MOVE 5 TO WS-DIAS-DESPUES
           END-EVALUATE.

       PREPARAR-TEXTO-MOVIMIENTO.
           MOVE SPACES TO WS-TEXTO-MOVIMIENTO
           STRING MB-DOCUMENTO DELIMITED BY SIZE
                  MB-REFERENCIA-1 DELIMITED BY SIZE
                  MB-REFERENCIA-2 DELIMITED BY SIZE
                  MB-CONCEPTO DELIMITED BY SIZE
                  INTO WS-TEXTO-MOVIMIENTO
           END-STRING
           MOVE FUNCTION UPPER-CASE(WS-TEXTO-MOVIMIENTO)
               TO WS-TEXTO-MOVIMIENTO.

      * Referencias de menos de 4 caracteres darian casados falsos.
       BUSCAR-REFERENCIA.
           MOVE "N" TO WS-REFERENCIA-HALLADA
           IF TP-REFERENCIA(WS-I) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(TP-REFERENCIA(WS-I)))
                   TO WS-REFERENCIA
               COMPUTE WS-LONG-REFERENCIA = FUNCTION LENGTH(
                   FUNCTION TRIM(TP-REFERENCIA(WS-I)))
               IF WS-LONG-REFERENCIA >= 4
                   MOVE 0 TO WS-APARICIONES
                   INSPECT WS-TEXTO-MOVIMIENTO TALLYING WS-APARICIONES
                       FOR ALL WS-REFERENCIA(1:WS-LONG-REFERENCIA)
                   IF WS-APARICIONES > 0
                       MOVE "S" TO WS-REFERENCIA-HALLADA
                   END-IF
               END-IF
           END-IF.

       ANOTAR-CASADO.
           MOVE TP-TIPO(WS-I) TO MB-PARTIDA-TIPO
           MOVE TP-CLAVE(WS-I) TO MB-PARTIDA-CLAVE
           MOVE TP-IMPORTE(WS-I) TO MB-PARTIDA-IMPORTE
           MOVE WS-OPERADOR-VALIDADO TO MB-OPERADOR
           MOVE WS-HOY TO MB-FECHA-CASADO.

      *----------------------- CASADO A MANO ------------------------------
       CASAR-A-MANO.
           PERFORM LEER-MOVIMIENTO
           IF WS-CAMPO-OK = "S"
               IF NOT MB-PENDIENTE
                   DISPLAY "El movimiento ya esta casado o marcado: "
                       "deshagalo antes (opcion 4)."
               ELSE
                   PERFORM ELEGIR-PARTIDA
               END-IF
           END-IF.

       LEER-MOVIMIENTO.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Numero de movimiento: "
           ACCEPT WS-MOVIMIENTO-BUSCADO
           MOVE WS-MOVIMIENTO-BUSCADO TO MB-NUMERO
           READ MOVIMIENTOS-BANCO
               INVALID KEY
                   DISPLAY "MOVIMIENTO NO ENCONTRADO."
               NOT INVALID KEY
                   MOVE "S" TO WS-CAMPO-OK
                   PERFORM MOSTRAR-MOVIMIENTO
           END-READ.

       MOSTRAR-MOVIMIENTO.
           PERFORM PREPARAR-LINEA-MOVIMIENTO
           DISPLAY LIS-MOVIMIENTO
           IF MB-PARTIDA-TIPO NOT = SPACES OR MB-SIN-PARTIDA
               MOVE MB-PARTIDA-IMPORTE TO WS-IMPORTE-EDIT
               DISPLAY "  Partida: " MB-PARTIDA-TIPO " "
                   MB-PARTIDA-CLAVE " " WS-IMPORTE-EDIT
                   "  por " MB-OPERADOR " el " MB-FECHA-CASADO
           END-IF.

       PREPARAR-LINEA-MOVIMIENTO.
           MOVE MB-NUMERO TO LM-NUMERO
           MOVE MB-FECHA-OPERACION TO LM-FECHA
           IF MB-CARGO
               MOVE "CARGO" TO LM-SIGNO
           ELSE
               MOVE "ABONO" TO LM-SIGNO
           END-IF
           MOVE MB-IMPORTE TO LM-IMPORTE
           MOVE MB-CONCEPTO-COMUN TO LM-CONCEPTO-COMUN
           MOVE MB-DOCUMENTO TO LM-DOCUMENTO
           IF MB-CONCEPTO = SPACES
               MOVE MB-REFERENCIA-2 TO LM-TEXTO
           ELSE
               MOVE MB-CONCEPTO TO LM-TEXTO
           END-IF
           EVALUATE TRUE
               WHEN MB-CASADO-AUTO
                   MOVE "CASADO AUTO" TO LM-ESTADO
               WHEN MB-CASADO-MANUAL
                   MOVE "CASADO MANO" TO LM-ESTADO
               WHEN MB-SIN-PARTIDA
                   MOVE "SIN PARTIDA" TO LM-ESTADO
               WHEN OTHER
                   MOVE "PENDIENTE" TO LM-ESTADO
           END-EVALUATE.

      * Se ofrecen las partidas sin casar del mismo sentido en la
      * ventana del mes del movimiento; las de igual importe van
      * marcadas con "=".
       ELEGIR-PARTIDA.
           COMPUTE WS-MES-PEDIDO = MB-FECHA-OPERACION / 100
           PERFORM PREPARAR-MES
           PERFORM CARGAR-PARTIDAS
           MOVE WS-MOVIMIENTO-BUSCADO TO MB-NUMERO
           READ MOVIMIENTOS-BANCO
               INVALID KEY
                   DISPLAY "MOVIMIENTO NO ENCONTRADO."
               NOT INVALID KEY
                   PERFORM LISTAR-CANDIDATAS
           END-READ.

       LISTAR-CANDIDATAS.
           DISPLAY "Partidas del sistema sin casar:"
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PARTIDAS-CANT
               IF TP-CASADA(WS-I) = "N" AND
                  TP-SENTIDO(WS-I) = MB-SIGNO
                   PERFORM PREPARAR-LINEA-PARTIDA
                   IF TP-IMPORTE(WS-I) = MB-IMPORTE
                       MOVE "=" TO LP-MARCA
                   END-IF
                   DISPLAY LIS-PARTIDA
               END-IF
           END-PERFORM
           DISPLAY "Partida a casar (numero de la lista, 0 = "
               "cancelar): "
           ACCEPT WS-PARTIDA-ELEGIDA
           IF WS-PARTIDA-ELEGIDA NOT = 0
               IF WS-PARTIDA-ELEGIDA > WS-PARTIDAS-CANT
                   DISPLAY "PARTIDA NO VALIDA."
               ELSE
                   MOVE WS-PARTIDA-ELEGIDA TO WS-I
                   IF TP-CASADA(WS-I) NOT = "N" OR
                      TP-SENTIDO(WS-I) NOT = MB-SIGNO
                       DISPLAY "PARTIDA NO VALIDA."
                   ELSE
                       PERFORM CONFIRMAR-CASADO-MANUAL
                   END-IF
               END-IF
           END-IF.

       CONFIRMAR-CASADO-MANUAL.
           MOVE "S" TO WS-CONFIRMA
           IF TP-IMPORTE(WS-I) NOT = MB-IMPORTE
               COMPUTE WS-DIFERENCIA = MB-IMPORTE - TP-IMPORTE(WS-I)
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDIT
               DISPLAY "Diferencia banco - partida: "
                   WS-DIFERENCIA-EDIT
               DISPLAY "Casar con diferencia? (S/N): "
               ACCEPT WS-CONFIRMA
           END-IF
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE "M" TO MB-ESTADO
               PERFORM ANOTAR-CASADO
               REWRITE MOVIMIENTO-BANCO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar el movimiento. Estado: "
                           WS-MOVIMIENTOS-STATUS
                       MOVE "CONFIRMAR-CASADO-MANUAL" TO WS-INC-PARRAFO
                       MOVE "MOVIMIENTOS-BANCO-INDEXADO.dat"
                           TO WS-INC-ARCHIVO
                       MOVE WS-MOVIMIENTOS-STATUS TO WS-INC-ESTADO
                       MOVE MB-NUMERO TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   NOT INVALID KEY
                       DISPLAY "Movimiento " MB-NUMERO " casado."
               END-REWRITE
           ELSE
               DISPLAY "Casado cancelado."
           END-IF.

       PREPARAR-LINEA-PARTIDA.
           MOVE WS-I TO LP-NUMERO
           MOVE TP-TIPO(WS-I) TO LP-TIPO
           MOVE TP-CLAVE(WS-I) TO LP-CLAVE
           MOVE TP-FECHA(WS-I) TO LP-FECHA
           IF TP-SENTIDO(WS-I) = "C"
               MOVE "CARGO" TO LP-SIGNO
           ELSE
               MOVE "ABONO" TO LP-SIGNO
           END-IF
           MOVE TP-IMPORTE(WS-I) TO LP-IMPORTE
           MOVE TP-DESCRIPCION(WS-I) TO LP-DESCRIPCION
           MOVE SPACE TO LP-MARCA.

      *----------------------- SIN PARTIDA Y DESHACER ---------------------
      * Comisiones, intereses y demas apuntes que el sistema no
      * registra: se justifican con un motivo y salen del pendiente.
       MARCAR-SIN-PARTIDA.
           PERFORM LEER-MOVIMIENTO
           IF WS-CAMPO-OK = "S"
               IF NOT MB-PENDIENTE
                   DISPLAY "El movimiento ya esta casado o marcado: "
                       "deshagalo antes (opcion 4)."
               ELSE
                   DISPLAY "Motivo (ej. COMISION, INTERESES): "
                   ACCEPT MB-PARTIDA-CLAVE
                   MOVE FUNCTION UPPER-CASE(MB-PARTIDA-CLAVE)
                       TO MB-PARTIDA-CLAVE
                   MOVE SPACES TO MB-PARTIDA-TIPO
                   MOVE ZEROES TO MB-PARTIDA-IMPORTE
                   MOVE WS-OPERADOR-VALIDADO TO MB-OPERADOR
                   MOVE WS-HOY TO MB-FECHA-CASADO
                   MOVE "S" TO MB-ESTADO
                   REWRITE MOVIMIENTO-BANCO-REGISTRO
                       INVALID KEY
                           DISPLAY "Error al grabar el movimiento. "
                               "Estado: " WS-MOVIMIENTOS-STATUS
                           MOVE "MARCAR-SIN-PARTIDA" TO WS-INC-PARRAFO
                           MOVE "MOVIMIENTOS-BANCO-INDEXADO.dat"
                               TO WS-INC-ARCHIVO
                           MOVE WS-MOVIMIENTOS-STATUS TO WS-INC-ESTADO
                           MOVE MB-NUMERO TO WS-INC-CLAVE
                           PERFORM REGISTRAR-INCIDENCIA
                       NOT INVALID KEY
                           DISPLAY "Movimiento " MB-NUMERO
                               " marcado sin partida."
                   END-REWRITE
               END-IF
           END-IF.

       DESHACER-CASADO.
           PERFORM LEER-MOVIMIENTO
           IF WS-CAMPO-OK = "S"
               IF MB-PENDIENTE
                   DISPLAY "El movimiento esta pendiente."
               ELSE
                   DISPLAY "Confirma deshacer el casado? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       MOVE "P" TO MB-ESTADO
                       MOVE SPACES TO MB-PARTIDA-TIPO
                       MOVE SPACES TO MB-PARTIDA-CLAVE
                       MOVE ZEROES TO MB-PARTIDA-IMPORTE
                       MOVE WS-OPERADOR-VALIDADO TO MB-OPERADOR
                       MOVE WS-HOY TO MB-FECHA-CASADO
                       REWRITE MOVIMIENTO-BANCO-REGISTRO
                           INVALID KEY
                               DISPLAY "Error al grabar el movimiento. "
                                   "Estado: " WS-MOVIMIENTOS-STATUS
                               MOVE "DESHACER-CASADO" TO WS-INC-PARRAFO
                               MOVE "MOVIMIENTOS-BANCO-INDEXADO.dat"
                                   TO WS-INC-ARCHIVO
                               MOVE WS-MOVIMIENTOS-STATUS
                                   TO WS-INC-ESTADO
                               MOVE MB-NUMERO TO WS-INC-CLAVE
                               PERFORM REGISTRAR-INCIDENCIA
                           NOT INVALID KEY
                               DISPLAY "Movimiento " MB-NUMERO
                                   " vuelve a pendiente."
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      *----------------------- INFORME DE CONCILIACION --------------------
      * CONCILIACION-BANCO-AAAAMM.txt: movimientos del banco del mes sin
      * casar, los justificados sin partida, las partidas del sistema
      * fechadas en el mes sin movimiento en el banco y el resumen.
       INFORME-CONCILIACION.
           PERFORM PEDIR-MES
           PERFORM CARGAR-PARTIDAS
           MOVE SPACES TO WS-NOMBRE-LISTADO
           STRING "CONCILIACION-BANCO-" DELIMITED BY SIZE
                  WS-MES-PEDIDO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOMBRE-LISTADO
           END-STRING
           OPEN OUTPUT LISTADO-TXT
           IF WS-LISTADO-STATUS NOT = "00"
               DISPLAY "No se pudo crear " WS-NOMBRE-LISTADO
                   ". Estado: " WS-LISTADO-STATUS
               MOVE "INFORME-CONCILIACION" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-LISTADO TO WS-INC-ARCHIVO
               MOVE WS-LISTADO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               PERFORM ESCRIBIR-INFORME
               CLOSE LISTADO-TXT
               DISPLAY "Informe en " WS-NOMBRE-LISTADO
           END-IF.

       ESCRIBIR-INFORME.
           MOVE ZEROES TO WS-CNT-AUTO
           MOVE ZEROES TO WS-CNT-MANUAL
           MOVE ZEROES TO WS-CNT-SIN-PARTIDA
           MOVE ZEROES TO WS-CNT-CARGOS-PEND
           MOVE ZEROES TO WS-CNT-ABONOS-PEND
           MOVE ZEROES TO WS-CNT-PARTIDAS-CARGO
           MOVE ZEROES TO WS-CNT-PARTIDAS-ABONO
           MOVE ZEROES TO WS-TOT-CARGOS-PEND
           MOVE ZEROES TO WS-TOT-ABONOS-PEND
           MOVE ZEROES TO WS-TOT-PARTIDAS-CARGO
           MOVE ZEROES TO WS-TOT-PARTIDAS-ABONO

           MOVE WS-MES-PEDIDO TO LT-MES
           MOVE WS-HOY TO LT-HOY
           MOVE LIS-TITULO TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE SPACES TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE "MOVIMIENTOS DEL BANCO SIN CASAR" TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE "P" TO WS-ESTADO-LISTADO
           PERFORM LISTAR-MOVIMIENTOS-MES
           MOVE SPACES TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE "MOVIMIENTOS DEL BANCO SIN PARTIDA (JUSTIFICADOS)"
               TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE "S" TO WS-ESTADO-LISTADO
           PERFORM LISTAR-MOVIMIENTOS-MES

           MOVE SPACES TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE "PARTIDAS DEL SISTEMA SIN MOVIMIENTO EN EL BANCO"
               TO LIS-LINEA
           WRITE LIS-LINEA
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PARTIDAS-CANT
               IF TP-CASADA(WS-I) = "N" AND
                  TP-ESPERADA(WS-I) = "S" AND
                  TP-FECHA(WS-I) >= WS-FECHA-DESDE AND
                  TP-FECHA(WS-I) <= WS-FECHA-HASTA
                   PERFORM PREPARAR-LINEA-PARTIDA
                   MOVE LIS-PARTIDA TO LIS-LINEA
                   WRITE LIS-LINEA
                   IF TP-SENTIDO(WS-I) = "C"
                       ADD 1 TO WS-CNT-PARTIDAS-CARGO
                       ADD TP-IMPORTE(WS-I) TO WS-TOT-PARTIDAS-CARGO
                   ELSE
                       ADD 1 TO WS-CNT-PARTIDAS-ABONO
                       ADD TP-IMPORTE(WS-I) TO WS-TOT-PARTIDAS-ABONO
                   END-IF
               END-IF
           END-PERFORM

           PERFORM ESCRIBIR-RESUMEN.

      * Lista los movimientos del mes en el estado WS-ESTADO-LISTADO
      * y cuenta todos en la pasada de los pendientes.
       LISTAR-MOVIMIENTOS-MES.
           MOVE 0 TO MB-NUMERO
           START MOVIMIENTOS-BANCO KEY IS GREATER THAN MB-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ MOVIMIENTOS-BANCO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF MB-FECHA-OPERACION >= WS-FECHA-DESDE AND
                          MB-FECHA-OPERACION <= WS-FECHA-HASTA
                           PERFORM LISTAR-MOVIMIENTO-MES
                       END-IF
               END-READ
           END-PERFORM.

       LISTAR-MOVIMIENTO-MES.
           IF WS-ESTADO-LISTADO = "P"
               EVALUATE TRUE
                   WHEN MB-CASADO-AUTO
                       ADD 1 TO WS-CNT-AUTO
                   WHEN MB-CASADO-MANUAL
                       ADD 1 TO WS-CNT-MANUAL
                   WHEN MB-SIN-PARTIDA
                       ADD 1 TO WS-CNT-SIN-PARTIDA
                   WHEN OTHER
                       IF MB-CARGO
                           ADD 1 TO WS-CNT-CARGOS-PEND
                           ADD MB-IMPORTE TO WS-TOT-CARGOS-PEND
                       ELSE
                           ADD 1 TO WS-CNT-ABONOS-PEND
                           ADD MB-IMPORTE TO WS-TOT-ABONOS-PEND
                       END-IF
               END-EVALUATE
           END-IF
           IF MB-ESTADO = WS-ESTADO-LISTADO
               PERFORM PREPARAR-LINEA-MOVIMIENTO
               IF MB-SIN-PARTIDA
                   MOVE MB-PARTIDA-CLAVE TO LM-TEXTO
               END-IF
               MOVE LIS-MOVIMIENTO TO LIS-LINEA
               WRITE LIS-LINEA
           END-IF.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE "RESUMEN" TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE "Movimientos casados automaticamente" TO LR-TEXTO
           MOVE WS-CNT-AUTO TO LR-CANTIDAD
           MOVE ZEROES TO LR-IMPORTE
           PERFORM ESCRIBIR-LINEA-RESUMEN
           MOVE "Movimientos casados a mano" TO LR-TEXTO
           MOVE WS-CNT-MANUAL TO LR-CANTIDAD
           PERFORM ESCRIBIR-LINEA-RESUMEN
           MOVE "Movimientos sin partida (justificados)" TO LR-TEXTO
           MOVE WS-CNT-SIN-PARTIDA TO LR-CANTIDAD
           PERFORM ESCRIBIR-LINEA-RESUMEN
           MOVE "Movimientos pendientes: cargos" TO LR-TEXTO
           MOVE WS-CNT-CARGOS-PEND TO LR-CANTIDAD
           MOVE WS-TOT-CARGOS-PEND TO LR-IMPORTE
           PERFORM ESCRIBIR-LINEA-RESUMEN
           MOVE "Movimientos pendientes: abonos" TO LR-TEXTO
           MOVE WS-CNT-ABONOS-PEND TO LR-CANTIDAD
           MOVE WS-TOT-ABONOS-PEND TO LR-IMPORTE
           PERFORM ESCRIBIR-LINEA-RESUMEN
           MOVE "Partidas sin movimiento: cargos" TO LR-TEXTO
           MOVE WS-CNT-PARTIDAS-CARGO TO LR-CANTIDAD
           MOVE WS-TOT-PARTIDAS-CARGO TO LR-IMPORTE
           PERFORM ESCRIBIR-LINEA-RESUMEN
           MOVE "Partidas sin movimiento: abonos" TO LR-TEXTO
           MOVE WS-CNT-PARTIDAS-ABONO TO LR-CANTIDAD
           MOVE WS-TOT-PARTIDAS-ABONO TO LR-IMPORTE
           PERFORM ESCRIBIR-LINEA-RESUMEN
           COMPUTE WS-CASADOS = WS-CNT-CARGOS-PEND + WS-CNT-ABONOS-PEND
           COMPUTE WS-SIN-CASAR =
               WS-CNT-PARTIDAS-CARGO + WS-CNT-PARTIDAS-ABONO
           DISPLAY "Pendientes del banco: " WS-CASADOS
               "  Partidas sin movimiento: " WS-SIN-CASAR.

       ESCRIBIR-LINEA-RESUMEN.
           MOVE LIS-RESUMEN TO LIS-LINEA
           WRITE LIS-LINEA.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "CONCILIAR-BANCO" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM CONCILIAR-BANCO.
