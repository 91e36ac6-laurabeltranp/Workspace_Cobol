       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSIONAR-PRODUCTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT LOTES
               ASSIGN TO "LOTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOTE-CLAVE
               FILE STATUS IS WS-LOTES-STATUS.

           SELECT STOCK-UBICACIONES
               ASSIGN TO "STOCK-UBICACIONES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-CLAVE
               FILE STATUS IS WS-UBICACIONES-STATUS.

           SELECT PEDIDOS
               ASSIGN TO "PEDIDOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDO-NUMERO
               FILE STATUS IS WS-PEDIDOS-STATUS.

           SELECT PEDIDOS-LINEAS
               ASSIGN TO "PEDIDOS-LINEAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CLAVE
               FILE STATUS IS WS-LINEAS-STATUS.

           SELECT TARIFAS
               ASSIGN TO "TARIFAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-CLAVE
               FILE STATUS IS WS-TARIFAS-STATUS.

           SELECT TARIFAS-CLIENTE
               ASSIGN TO "TARIFAS-CLIENTE-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CLAVE
               FILE STATUS IS WS-TARCLI-STATUS.

           SELECT OFERTAS
               ASSIGN TO "OFERTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFERTA-PRODUCTO-ID
               FILE STATUS IS WS-OFERTAS-STATUS.

           SELECT KITS-COMPONENTES
               ASSIGN TO "KITS-COMPONENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-CLAVE
               FILE STATUS IS WS-KITS-STATUS.

           SELECT ENCARGOS
               ASSIGN TO "ENCARGOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-NUMERO
               FILE STATUS IS WS-ENCARGOS-STATUS.

           SELECT VENTAS-MENSUAL
               ASSIGN TO "VENTAS-MENSUAL-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-CLAVE
               FILE STATUS IS WS-MENSUAL-STATUS.

           SELECT PRODUCTOS-RETIRADOS
               ASSIGN TO "PRODUCTOS-RETIRADOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-RETIRADOS-STATUS.

           SELECT KARDEX
               ASSIGN TO "KARDEX.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KARDEX-STATUS.

           SELECT PRODUCTO-AUDITORIA
               ASSIGN TO "PRODUCTO-AUDITORIA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-FUSION-PRODUCTOS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTO.
           COPY PRODFLT.

       FD LOTES.
           COPY LOTE.

       FD STOCK-UBICACIONES.
           COPY STOCKUBI.

       FD PEDIDOS.
           COPY PEDIDO.

       FD PEDIDOS-LINEAS.
           COPY PEDLIN.

       FD TARIFAS.
           COPY TARIFA.

       FD TARIFAS-CLIENTE.
           COPY TARIFCLI.

       FD OFERTAS.
           COPY OFERTA.

       FD KITS-COMPONENTES.
           COPY KITCOMP.

       FD ENCARGOS.
           COPY ENCARGO.

       FD VENTAS-MENSUAL.
           COPY VENTASMES.

       FD PRODUCTOS-RETIRADOS.
           COPY RETIRADO.

       FD KARDEX.
           COPY KARDEX.

       FD PRODUCTO-AUDITORIA.
           COPY AUDITORIA.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-LOTES-STATUS PIC XX.
       01 WS-UBICACIONES-STATUS PIC XX.
       01 WS-PEDIDOS-STATUS PIC XX.
       01 WS-LINEAS-STATUS PIC XX.
       01 WS-TARIFAS-STATUS PIC XX.
       01 WS-TARCLI-STATUS PIC XX.
       01 WS-OFERTAS-STATUS PIC XX.
       01 WS-KITS-STATUS PIC XX.
       01 WS-ENCARGOS-STATUS PIC XX.
       01 WS-MENSUAL-STATUS PIC XX.
       01 WS-RETIRADOS-STATUS PIC XX.
       01 WS-KARDEX-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-VALOR-ANTES PIC X(14) VALUE SPACES.
       01 WS-VALOR-DESPUES PIC X(14) VALUE SPACES.
       01 WS-EOF PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-PAREJA-OK PIC X VALUE "N".
       01 WS-ARCHIVADO PIC X VALUE "N".
      * P = vista previa (solo lista); A = aplica la fusion.
       01 WS-MODO PIC X VALUE "P".
       01 WS-ID-DUPLICADO PIC 9(6).
       01 WS-ID-SUPERVIVIENTE PIC 9(6).
       01 WS-UM-DUPLICADO PIC X.
       01 WS-UM-SUPERVIVIENTE PIC X.
       01 WS-SUP-TIENE-ESCANDALLO PIC X VALUE "N".
       01 WS-STOCK-ANTERIOR PIC 9(6)V999.
       01 WS-STOCK-EDIT PIC Z(5)9.999.
       01 WS-CONTADOR-EDIT PIC Z(4)9.

      *----------------------- REGISTRO EN CURSO -------------------------
      * Clave y datos del registro del duplicado que se esta pasando:
      * tras leer o grabar el del superviviente se vuelve a la clave
      * guardada para seguir el recorrido.
       01 WS-CLAVE-AUX PIC X(20).
       01 WS-REGISTRO-AUX PIC X(200).
       01 WS-UNIDADES-AUX PIC 9(8)V999.
       01 WS-IMPORTE-AUX PIC 9(11)V99.
       01 WS-FECHA-AUX PIC 9(8).
       01 WS-ESTADO-AUX PIC X.
       01 WS-CANTIDAD-KIT-AUX PIC 9(3).

      * Ficha del duplicado tal como estaba antes de la fusion.
           COPY PRODFLT REPLACING LEADING ==PRODUCTO== BY ==DUP==.

      *----------------------- CONTADORES POR ARCHIVO --------------------
       01 WS-N-LOTES PIC 9(5) VALUE ZEROES.
       01 WS-N-UBICACIONES PIC 9(5) VALUE ZEROES.
       01 WS-N-PEDIDOS PIC 9(5) VALUE ZEROES.
       01 WS-N-TARIFAS PIC 9(5) VALUE ZEROES.
       01 WS-N-TARCLI PIC 9(5) VALUE ZEROES.
       01 WS-N-OFERTAS PIC 9(5) VALUE ZEROES.
       01 WS-N-KITS PIC 9(5) VALUE ZEROES.
       01 WS-N-ENCARGOS PIC 9(5) VALUE ZEROES.
       01 WS-N-MESES PIC 9(5) VALUE ZEROES.
       01 WS-N-REDIRECCIONES PIC 9(5) VALUE ZEROES.
       01 WS-AREA-AUDITORIA PIC X(12).
       01 WS-CANT-AUDITORIA PIC 9(5).

       01 REP-TITULO.
           05 FILLER PIC X(20) VALUE "FUSION DEL PRODUCTO ".
           05 RT-DUPLICADO PIC 9(6).
           05 FILLER PIC X(9) VALUE " EN EL ".
           05 RT-SUPERVIVIENTE PIC 9(6).
           05 FILLER PIC X(3) VALUE " - ".
           05 RT-MODO PIC X(30).
       01 REP-ENCABEZADO PIC X(100) VALUE
           "ARCHIVO      CLAVE                    CANTIDAD  ACCION".
       01 REP-DETALLE.
           05 RD-AREA PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 RD-CLAVE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RD-CANTIDAD PIC Z(7)9.999 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ACCION PIC X(40).

           COPY SEGURIDAD.
      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- FUSION DE PRODUCTOS DUPLICADOS ------------
      * El mismo articulo dado de alta dos veces parte en dos sus
      * ventas, su stock y sus lotes. La fusion pasa del ID duplicado
      * al que sobrevive el stock, los lotes, los casilleros, las
      * lineas de pedido abiertas, las tarifas de proveedor y de
      * cliente, la oferta, el escandallo de los kits, los encargos
      * sin entregar y el agregado de ventas por mes, sumando las
      * cantidades donde ambos tenian registro. Primero se lista todo
      * lo que se va a mover (REPORTE-FUSION-PRODUCTOS.txt); con la
      * confirmacion y la clave de supervisor se aplica, y el
      * duplicado pasa al archivo de productos retirados apuntando al
      * superviviente, para que los tickets y el kardex antiguos lo
      * sigan resolviendo.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           DISPLAY "ID del producto DUPLICADO (el que desaparece): "
           ACCEPT WS-ID-DUPLICADO
           DISPLAY "ID del producto que SE QUEDA: "
           ACCEPT WS-ID-SUPERVIVIENTE

           OPEN I-O PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           PERFORM VALIDAR-PAREJA
           IF WS-PAREJA-OK NOT = "S"
               CLOSE PRODUCTO
               GOBACK
           END-IF

      *> Primera pasada: vista previa de todo lo que se movera.
           MOVE "P" TO WS-MODO
           OPEN OUTPUT REPORTE-TXT
           MOVE "VISTA PREVIA" TO RT-MODO
           PERFORM ESCRIBIR-CABECERA-FUSION
           PERFORM RECORRER-REFERENCIAS
           CLOSE REPORTE-TXT
           DISPLAY "Vista previa en REPORTE-FUSION-PRODUCTOS.txt"

           DISPLAY "Confirma la fusion? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "FUSION CANCELADA. NO SE MODIFICO NADA."
               CLOSE PRODUCTO
               GOBACK
           END-IF
           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "CLAVE INCORRECTA. FUSION NO AUTORIZADA."
               CLOSE PRODUCTO
               GOBACK
           END-IF
           PERFORM RESOLVER-OPERADOR-AUDITORIA

      *> El duplicado se archiva antes de tocar nada: si no se puede,
      *> la fusion no empieza.
           PERFORM ARCHIVAR-DUPLICADO
           IF WS-ARCHIVADO NOT = "S"
               CLOSE PRODUCTO
               GOBACK
           END-IF

           MOVE "A" TO WS-MODO
           OPEN EXTEND REPORTE-TXT
           MOVE "FUSION APLICADA" TO RT-MODO
           PERFORM ESCRIBIR-CABECERA-FUSION
           OPEN EXTEND PRODUCTO-AUDITORIA
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT PRODUCTO-AUDITORIA
           END-IF
           OPEN EXTEND KARDEX
           IF WS-KARDEX-STATUS = "05" OR WS-KARDEX-STATUS = "35"
               OPEN OUTPUT KARDEX
           END-IF

           PERFORM RECORRER-REFERENCIAS
           PERFORM SUMAR-STOCK-SUPERVIVIENTE
           PERFORM BORRAR-DUPLICADO
           PERFORM REDIRIGIR-FUSIONES-ANTERIORES
           PERFORM GRABAR-AUDITORIA-FUSION

           CLOSE KARDEX
           CLOSE PRODUCTO-AUDITORIA
           CLOSE REPORTE-TXT
           CLOSE PRODUCTO
           DISPLAY "Producto " WS-ID-DUPLICADO " fusionado en "
               WS-ID-SUPERVIVIENTE "."
           GOBACK.

      *----------------------- VALIDACION DE LA PAREJA -------------------
       VALIDAR-PAREJA.
           MOVE "N" TO WS-PAREJA-OK
           IF WS-ID-DUPLICADO = WS-ID-SUPERVIVIENTE
               DISPLAY "LOS DOS IDS SON EL MISMO."
           ELSE
               MOVE WS-ID-DUPLICADO TO PRODUCTO-ID
               READ PRODUCTO
                   INVALID KEY
                       DISPLAY "NO EXISTE EL DUPLICADO "
                           WS-ID-DUPLICADO
                   NOT INVALID KEY
                       MOVE PRODUCTO-REGISTRO TO DUP-REGISTRO
                       PERFORM LEER-SUPERVIVIENTE
               END-READ
           END-IF.

       LEER-SUPERVIVIENTE.
           MOVE WS-ID-SUPERVIVIENTE TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "NO EXISTE EL PRODUCTO "
                       WS-ID-SUPERVIVIENTE
               NOT INVALID KEY
                   PERFORM COMPARAR-PAREJA
           END-READ.

      *> Solo se fusiona lo que es el mismo tipo de articulo: misma
      *> unidad de medida, los dos kits o ninguno, los dos envases
      *> deposito o ninguno.
       COMPARAR-PAREJA.
           MOVE DUP-UNIDAD-MEDIDA TO WS-UM-DUPLICADO
           IF WS-UM-DUPLICADO = SPACE
               MOVE "U" TO WS-UM-DUPLICADO
           END-IF
           MOVE PRODUCTO-UNIDAD-MEDIDA TO WS-UM-SUPERVIVIENTE
           IF WS-UM-SUPERVIVIENTE = SPACE
               MOVE "U" TO WS-UM-SUPERVIVIENTE
           END-IF
           DISPLAY "DUPLICADO.....: " DUP-ID " " DUP-DESCRIP
               " EAN " DUP-EAN
           DISPLAY "SE QUEDA......: " PRODUCTO-ID " " PRODUCTO-DESCRIP
               " EAN " PRODUCTO-EAN
           EVALUATE TRUE
               WHEN WS-UM-DUPLICADO NOT = WS-UM-SUPERVIVIENTE
                   DISPLAY "UNIDAD DE MEDIDA DISTINTA: NO SE FUSIONA."
               WHEN DUP-ES-KIT NOT = PRODUCTO-ES-KIT
                   DISPLAY "UNO ES KIT Y EL OTRO NO: NO SE FUSIONA."
               WHEN DUP-ES-ENVASE NOT = PRODUCTO-ES-ENVASE
                   DISPLAY "UNO ES ENVASE DEPOSITO Y EL OTRO NO: "
                       "NO SE FUSIONA."
               WHEN OTHER
                   MOVE "S" TO WS-PAREJA-OK
           END-EVALUATE.

      *----------------------- RECORRIDO DE REFERENCIAS ------------------
      * WS-MODO = "P": solo lista. "A": mueve, suma y borra.
       RECORRER-REFERENCIAS.
           MOVE ZEROES TO WS-N-LOTES
           MOVE ZEROES TO WS-N-UBICACIONES
           MOVE ZEROES TO WS-N-PEDIDOS
           MOVE ZEROES TO WS-N-TARIFAS
           MOVE ZEROES TO WS-N-TARCLI
           MOVE ZEROES TO WS-N-OFERTAS
           MOVE ZEROES TO WS-N-KITS
           MOVE ZEROES TO WS-N-ENCARGOS
           MOVE ZEROES TO WS-N-MESES
           MOVE "STOCK" TO RD-AREA
           MOVE DUP-ID TO RD-CLAVE
           MOVE DUP-STOCK TO RD-CANTIDAD
           MOVE "SE SUMA AL STOCK DEL SUPERVIVIENTE" TO RD-ACCION
           PERFORM ESCRIBIR-LINEA-FUSION
           PERFORM FUSIONAR-LOTES
           PERFORM FUSIONAR-UBICACIONES
           PERFORM FUSIONAR-PEDIDOS
           PERFORM FUSIONAR-TARIFAS
           PERFORM FUSIONAR-TARIFAS-CLIENTE
           PERFORM FUSIONAR-OFERTA
           PERFORM FUSIONAR-KITS
           PERFORM FUSIONAR-ENCARGOS
           PERFORM FUSIONAR-VENTAS-MES.

       ESCRIBIR-CABECERA-FUSION.
           MOVE WS-ID-DUPLICADO TO RT-DUPLICADO
           MOVE WS-ID-SUPERVIVIENTE TO RT-SUPERVIVIENTE
           WRITE REP-LINEA FROM REP-TITULO
           WRITE REP-LINEA FROM REP-ENCABEZADO
           DISPLAY REP-TITULO
           DISPLAY REP-ENCABEZADO.

       ESCRIBIR-LINEA-FUSION.
           WRITE REP-LINEA FROM REP-DETALLE
           DISPLAY REP-DETALLE
           MOVE SPACES TO RD-CLAVE
           MOVE ZEROES TO RD-CANTIDAD.

      *----------------------- LOTES -------------------------------------
      *> Mismo codigo de lote en los dos: se suman las unidades, queda
      *> la caducidad mas proxima y, si el del duplicado estaba en
      *> cuarentena o retirado, el bloqueo pasa al superviviente.
       FUSIONAR-LOTES.
           IF WS-MODO = "A"
               OPEN I-O LOTES
           ELSE
               OPEN INPUT LOTES
           END-IF
           IF WS-LOTES-STATUS = "00"
               MOVE WS-ID-DUPLICADO TO LOTE-PRODUCTO-ID
               MOVE LOW-VALUES TO LOTE-CODIGO
               MOVE "N" TO WS-EOF
               START LOTES KEY IS NOT LESS THAN LOTE-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "S"
                   READ LOTES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF LOTE-PRODUCTO-ID NOT = WS-ID-DUPLICADO
                               MOVE "S" TO WS-EOF
                           ELSE
                               PERFORM PASAR-LOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTES
           END-IF.

       PASAR-LOTE.
           ADD 1 TO WS-N-LOTES
           MOVE LOTE-CLAVE TO WS-CLAVE-AUX
           MOVE LOTE-REGISTRO TO WS-REGISTRO-AUX
           MOVE LOTE-UNIDADES TO WS-UNIDADES-AUX
           MOVE LOTE-CADUCIDAD TO WS-FECHA-AUX
           MOVE LOTE-ESTADO TO WS-ESTADO-AUX
           MOVE "LOTE" TO RD-AREA
           MOVE LOTE-CODIGO TO RD-CLAVE
           MOVE LOTE-UNIDADES TO RD-CANTIDAD
           MOVE WS-ID-SUPERVIVIENTE TO LOTE-PRODUCTO-ID
           READ LOTES
               INVALID KEY
                   MOVE "PASA AL SUPERVIVIENTE" TO RD-ACCION
                   IF WS-MODO = "A"
                       MOVE WS-REGISTRO-AUX TO LOTE-REGISTRO
                       MOVE WS-ID-SUPERVIVIENTE TO LOTE-PRODUCTO-ID
                       WRITE LOTE-REGISTRO
                   END-IF
               NOT INVALID KEY
                   MOVE "SE SUMA AL MISMO LOTE DEL SUPERVIVIENTE"
                       TO RD-ACCION
                   IF WS-MODO = "A"
                       PERFORM SUMAR-LOTE
                   END-IF
           END-READ
           PERFORM ESCRIBIR-LINEA-FUSION
           IF WS-MODO = "A"
               MOVE WS-CLAVE-AUX TO LOTE-CLAVE
               DELETE LOTES
           END-IF
           MOVE WS-CLAVE-AUX TO LOTE-CLAVE
           START LOTES KEY IS GREATER THAN LOTE-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.

       SUMAR-LOTE.
           ADD WS-UNIDADES-AUX TO LOTE-UNIDADES
           IF WS-FECHA-AUX > 0 AND
              (LOTE-CADUCIDAD = 0 OR WS-FECHA-AUX < LOTE-CADUCIDAD)
               MOVE WS-FECHA-AUX TO LOTE-CADUCIDAD
           END-IF
           IF WS-ESTADO-AUX NOT = SPACE
               MOVE WS-ESTADO-AUX TO LOTE-ESTADO
           END-IF
           REWRITE LOTE-REGISTRO.

      *----------------------- CASILLEROS --------------------------------
      *> Mismo casillero en los dos: se suman las unidades y quedan el
      *> minimo, la capacidad y el lineal del superviviente.
       FUSIONAR-UBICACIONES.
           IF WS-MODO = "A"
               OPEN I-O STOCK-UBICACIONES
           ELSE
               OPEN INPUT STOCK-UBICACIONES
           END-IF
           IF WS-UBICACIONES-STATUS = "00"
               MOVE WS-ID-DUPLICADO TO SU-PRODUCTO-ID
               MOVE LOW-VALUES TO SU-UBICACION
               MOVE "N" TO WS-EOF
               START STOCK-UBICACIONES KEY IS NOT LESS THAN SU-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "S"
                   READ STOCK-UBICACIONES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF SU-PRODUCTO-ID NOT = WS-ID-DUPLICADO
                               MOVE "S" TO WS-EOF
                           ELSE
                               PERFORM PASAR-CASILLERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-UBICACIONES
           END-IF.

       PASAR-CASILLERO.
           ADD 1 TO WS-N-UBICACIONES
           MOVE SU-CLAVE TO WS-CLAVE-AUX
           MOVE STOCK-UBI-REGISTRO TO WS-REGISTRO-AUX
           MOVE SU-UNIDADES TO WS-UNIDADES-AUX
           MOVE "CASILLERO" TO RD-AREA
           MOVE SU-UBICACION TO RD-CLAVE
           MOVE SU-UNIDADES TO RD-CANTIDAD
           MOVE WS-ID-SUPERVIVIENTE TO SU-PRODUCTO-ID
           READ STOCK-UBICACIONES
               INVALID KEY
                   MOVE "PASA AL SUPERVIVIENTE" TO RD-ACCION
                   IF WS-MODO = "A"
                       MOVE WS-REGISTRO-AUX TO STOCK-UBI-REGISTRO
                       MOVE WS-ID-SUPERVIVIENTE TO SU-PRODUCTO-ID
                       WRITE STOCK-UBI-REGISTRO
                   END-IF
               NOT INVALID KEY
                   MOVE "SE SUMA AL CASILLERO DEL SUPERVIVIENTE"
                       TO RD-ACCION
                   IF WS-MODO = "A"
                       ADD WS-UNIDADES-AUX TO SU-UNIDADES
                       REWRITE STOCK-UBI-REGISTRO
                   END-IF
           END-READ
           PERFORM ESCRIBIR-LINEA-FUSION
           IF WS-MODO = "A"
               MOVE WS-CLAVE-AUX TO SU-CLAVE
               DELETE STOCK-UBICACIONES
           END-IF
           MOVE WS-CLAVE-AUX TO SU-CLAVE
           START STOCK-UBICACIONES KEY IS GREATER THAN SU-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.

      *----------------------- LINEAS DE PEDIDO -------------------------
      *> Solo las de pedidos abiertos: los cerrados son historia y se
      *> quedan con el ID con que se recibieron.
       FUSIONAR-PEDIDOS.
           IF WS-MODO = "A"
               OPEN I-O PEDIDOS-LINEAS
           ELSE
               OPEN INPUT PEDIDOS-LINEAS
           END-IF
           IF WS-LINEAS-STATUS = "00"
               OPEN INPUT PEDIDOS
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ PEDIDOS-LINEAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF PL-PRODUCTO-ID = WS-ID-DUPLICADO
                               PERFORM PASAR-LINEA-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS
               CLOSE PEDIDOS-LINEAS
           END-IF.

       PASAR-LINEA-PEDIDO.
           MOVE PL-PEDIDO-NUMERO TO PEDIDO-NUMERO
           READ PEDIDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT PEDIDO-CERRADO
                       ADD 1 TO WS-N-PEDIDOS
                       MOVE "PEDIDO" TO RD-AREA
                       MOVE PL-CLAVE TO RD-CLAVE
                       COMPUTE RD-CANTIDAD = PL-CANTIDAD
                       MOVE "LA LINEA PASA AL SUPERVIVIENTE" TO
                           RD-ACCION
                       PERFORM ESCRIBIR-LINEA-FUSION
                       IF WS-MODO = "A"
                           MOVE WS-ID-SUPERVIVIENTE TO PL-PRODUCTO-ID
                           REWRITE PEDIDO-LINEA-REGISTRO
                       END-IF
                   END-IF
           END-READ.

      *----------------------- TARIFAS DE PROVEEDOR ----------------------
      *> Si el superviviente ya tiene tarifa con el mismo proveedor,
      *> manda la suya y la del duplicado se borra.
       FUSIONAR-TARIFAS.
           IF WS-MODO = "A"
               OPEN I-O TARIFAS
           ELSE
               OPEN INPUT TARIFAS
           END-IF
           IF WS-TARIFAS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ TARIFAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF TA-PRODUCTO-ID = WS-ID-DUPLICADO
                               PERFORM PASAR-TARIFA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFAS
           END-IF.

       PASAR-TARIFA.
           ADD 1 TO WS-N-TARIFAS
           MOVE TA-CLAVE TO WS-CLAVE-AUX
           MOVE TARIFA-REGISTRO TO WS-REGISTRO-AUX
           MOVE "TARIFA PROV." TO RD-AREA
           MOVE TA-PROVEEDOR-ID TO RD-CLAVE
           MOVE WS-ID-SUPERVIVIENTE TO TA-PRODUCTO-ID
           READ TARIFAS
               INVALID KEY
                   MOVE "PASA AL SUPERVIVIENTE" TO RD-ACCION
                   IF WS-MODO = "A"
                       MOVE WS-REGISTRO-AUX TO TARIFA-REGISTRO
                       MOVE WS-ID-SUPERVIVIENTE TO TA-PRODUCTO-ID
                       WRITE TARIFA-REGISTRO
                   END-IF
               NOT INVALID KEY
                   MOVE "SE QUEDA LA DEL SUPERVIVIENTE" TO RD-ACCION
           END-READ
           PERFORM ESCRIBIR-LINEA-FUSION
           IF WS-MODO = "A"
               MOVE WS-CLAVE-AUX TO TA-CLAVE
               DELETE TARIFAS
           END-IF
           MOVE WS-CLAVE-AUX TO TA-CLAVE
           START TARIFAS KEY IS GREATER THAN TA-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.

      *----------------------- TARIFAS DE CLIENTE ------------------------
       FUSIONAR-TARIFAS-CLIENTE.
           IF WS-MODO = "A"
               OPEN I-O TARIFAS-CLIENTE
           ELSE
               OPEN INPUT TARIFAS-CLIENTE
           END-IF
           IF WS-TARCLI-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ TARIFAS-CLIENTE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF TAR-PRODUCTO-ID = WS-ID-DUPLICADO
                               PERFORM PASAR-TARIFA-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFAS-CLIENTE
           END-IF.

       PASAR-TARIFA-CLIENTE.
           ADD 1 TO WS-N-TARCLI
           MOVE TAR-CLAVE TO WS-CLAVE-AUX
           MOVE TARIFA-CLIENTE-REGISTRO TO WS-REGISTRO-AUX
           MOVE "TARIFA CLI." TO RD-AREA
           MOVE TAR-CLIENTE-ID TO RD-CLAVE
           MOVE WS-ID-SUPERVIVIENTE TO TAR-PRODUCTO-ID
           READ TARIFAS-CLIENTE
               INVALID KEY
                   MOVE "PASA AL SUPERVIVIENTE" TO RD-ACCION
                   IF WS-MODO = "A"
                       MOVE WS-REGISTRO-AUX TO TARIFA-CLIENTE-REGISTRO
                       MOVE WS-ID-SUPERVIVIENTE TO TAR-PRODUCTO-ID
                       WRITE TARIFA-CLIENTE-REGISTRO
                   END-IF
               NOT INVALID KEY
                   MOVE "SE QUEDA LA DEL SUPERVIVIENTE" TO RD-ACCION
           END-READ
           PERFORM ESCRIBIR-LINEA-FUSION
           IF WS-MODO = "A"
               MOVE WS-CLAVE-AUX TO TAR-CLAVE
               DELETE TARIFAS-CLIENTE
           END-IF
           MOVE WS-CLAVE-AUX TO TAR-CLAVE
           START TARIFAS-CLIENTE KEY IS GREATER THAN TAR-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.

      *----------------------- OFERTA ------------------------------------
       FUSIONAR-OFERTA.
           IF WS-MODO = "A"
               OPEN I-O OFERTAS
           ELSE
               OPEN INPUT OFERTAS
           END-IF
           IF WS-OFERTAS-STATUS = "00"
               MOVE WS-ID-DUPLICADO TO OFERTA-PRODUCTO-ID
               READ OFERTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PASAR-OFERTA
               END-READ
               CLOSE OFERTAS
           END-IF.

       PASAR-OFERTA.
           ADD 1 TO WS-N-OFERTAS
           MOVE OFERTA-REGISTRO TO WS-REGISTRO-AUX
           MOVE "OFERTA" TO RD-AREA
           MOVE OFERTA-HASTA TO RD-CLAVE
           MOVE WS-ID-SUPERVIVIENTE TO OFERTA-PRODUCTO-ID
           READ OFERTAS
               INVALID KEY
                   MOVE "PASA AL SUPERVIVIENTE" TO RD-ACCION
                   IF WS-MODO = "A"
                       MOVE WS-REGISTRO-AUX TO OFERTA-REGISTRO
                       MOVE WS-ID-SUPERVIVIENTE TO OFERTA-PRODUCTO-ID
                       WRITE OFERTA-REGISTRO
                   END-IF
               NOT INVALID KEY
                   MOVE "SE QUEDA LA DEL SUPERVIVIENTE" TO RD-ACCION
           END-READ
           PERFORM ESCRIBIR-LINEA-FUSION
           IF WS-MODO = "A"
               MOVE WS-ID-DUPLICADO TO OFERTA-PRODUCTO-ID
               DELETE OFERTAS
           END-IF.

      *----------------------- ESCANDALLOS DE KITS -----------------------
      *> Duplicado como componente: la linea pasa al superviviente (si
      *> el kit ya lo llevaba, se suman las cantidades). Duplicado
      *> como kit: su escandallo pasa solo si el superviviente no
      *> tenia uno propio.
       FUSIONAR-KITS.
           IF WS-MODO = "A"
               OPEN I-O KITS-COMPONENTES
           ELSE
               OPEN INPUT KITS-COMPONENTES
           END-IF
           IF WS-KITS-STATUS = "00"
               PERFORM MIRAR-ESCANDALLO-SUPERVIVIENTE
               MOVE LOW-VALUES TO KC-CLAVE
               MOVE "N" TO WS-EOF
               START KITS-COMPONENTES KEY IS NOT LESS THAN KC-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "S"
                   READ KITS-COMPONENTES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF KC-KIT-ID = WS-ID-DUPLICADO OR
                              KC-COMPONENTE-ID = WS-ID-DUPLICADO
                               PERFORM PASAR-LINEA-KIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KITS-COMPONENTES
           END-IF.

       MIRAR-ESCANDALLO-SUPERVIVIENTE.
           MOVE "N" TO WS-SUP-TIENE-ESCANDALLO
           MOVE WS-ID-SUPERVIVIENTE TO KC-KIT-ID
           MOVE ZEROES TO KC-COMPONENTE-ID
           START KITS-COMPONENTES KEY IS NOT LESS THAN KC-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ KITS-COMPONENTES NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF KC-KIT-ID = WS-ID-SUPERVIVIENTE
                               MOVE "S" TO WS-SUP-TIENE-ESCANDALLO
                           END-IF
                   END-READ
           END-START.

       PASAR-LINEA-KIT.
           ADD 1 TO WS-N-KITS
           MOVE KC-CLAVE TO WS-CLAVE-AUX
           MOVE KC-CANTIDAD TO WS-CANTIDAD-KIT-AUX
           MOVE "KIT" TO RD-AREA
           MOVE KC-CLAVE TO RD-CLAVE
           MOVE KC-CANTIDAD TO RD-CANTIDAD
           IF KC-KIT-ID = WS-ID-DUPLICADO AND
              WS-SUP-TIENE-ESCANDALLO = "S"
               MOVE "SE QUEDA EL ESCANDALLO DEL SUPERVIVIENTE"
                   TO RD-ACCION
           ELSE
               IF KC-KIT-ID = WS-ID-DUPLICADO
                   MOVE WS-ID-SUPERVIVIENTE TO KC-KIT-ID
               END-IF
               IF KC-COMPONENTE-ID = WS-ID-DUPLICADO
                   MOVE WS-ID-SUPERVIVIENTE TO KC-COMPONENTE-ID
               END-IF
               PERFORM MOVER-LINEA-KIT
           END-IF
           PERFORM ESCRIBIR-LINEA-FUSION
           IF WS-MODO = "A"
               MOVE WS-CLAVE-AUX TO KC-CLAVE
               DELETE KITS-COMPONENTES
           END-IF
           MOVE WS-CLAVE-AUX TO KC-CLAVE
           START KITS-COMPONENTES KEY IS GREATER THAN KC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.

      *> KC-CLAVE ya trae la clave nueva de la linea.
       MOVER-LINEA-KIT.
           READ KITS-COMPONENTES
               INVALID KEY
                   MOVE "PASA AL SUPERVIVIENTE" TO RD-ACCION
                   IF WS-MODO = "A"
                       MOVE WS-CANTIDAD-KIT-AUX TO KC-CANTIDAD
                       WRITE KIT-COMPONENTE-REGISTRO
                   END-IF
               NOT INVALID KEY
                   MOVE "SE SUMA A LA LINEA DEL SUPERVIVIENTE"
                       TO RD-ACCION
                   IF WS-MODO = "A"
                       ADD WS-CANTIDAD-KIT-AUX TO KC-CANTIDAD
                       REWRITE KIT-COMPONENTE-REGISTRO
                   END-IF
           END-READ.

      *----------------------- ENCARGOS ----------------------------------
      *> Los entregados son historia y se quedan como estan.
       FUSIONAR-ENCARGOS.
           IF WS-MODO = "A"
               OPEN I-O ENCARGOS
           ELSE
               OPEN INPUT ENCARGOS
           END-IF
           IF WS-ENCARGOS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ ENCARGOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF EN-PRODUCTO-ID = WS-ID-DUPLICADO AND
                              NOT EN-ENTREGADO
                               PERFORM PASAR-ENCARGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS
           END-IF.

       PASAR-ENCARGO.
           ADD 1 TO WS-N-ENCARGOS
           MOVE "ENCARGO" TO RD-AREA
           MOVE EN-NUMERO TO RD-CLAVE
           MOVE EN-CANTIDAD TO RD-CANTIDAD
           MOVE "PASA AL SUPERVIVIENTE" TO RD-ACCION
           PERFORM ESCRIBIR-LINEA-FUSION
           IF WS-MODO = "A"
               MOVE WS-ID-SUPERVIVIENTE TO EN-PRODUCTO-ID
               REWRITE ENCARGO-REGISTRO
           END-IF.

      *----------------------- AGREGADO MENSUAL DE VENTAS ---------------
      *> El detalle de ventas no se toca (tickets y facturas ya
      *> emitidos); el agregado por mes, que es lo que leen los
      *> reportes de periodo, se suma al superviviente.
       FUSIONAR-VENTAS-MES.
           IF WS-MODO = "A"
               OPEN I-O VENTAS-MENSUAL
           ELSE
               OPEN INPUT VENTAS-MENSUAL
           END-IF
           IF WS-MENSUAL-STATUS = "00"
               MOVE WS-ID-DUPLICADO TO VM-PRODUCTO-ID
               MOVE ZEROES TO VM-MES
               MOVE "N" TO WS-EOF
               START VENTAS-MENSUAL KEY IS NOT LESS THAN VM-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "S"
                   READ VENTAS-MENSUAL NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF VM-PRODUCTO-ID NOT = WS-ID-DUPLICADO
                               MOVE "S" TO WS-EOF
                           ELSE
                               PERFORM PASAR-MES-VENTAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTAS-MENSUAL
           END-IF.

       PASAR-MES-VENTAS.
           ADD 1 TO WS-N-MESES
           MOVE VM-CLAVE TO WS-CLAVE-AUX
           MOVE VENTAS-MES-REGISTRO TO WS-REGISTRO-AUX
           MOVE VM-UNIDADES TO WS-UNIDADES-AUX
           MOVE VM-IMPORTE TO WS-IMPORTE-AUX
           MOVE VM-ULTIMA-VENTA TO WS-FECHA-AUX
           MOVE "VENTAS MES" TO RD-AREA
           MOVE VM-MES TO RD-CLAVE
           MOVE VM-UNIDADES TO RD-CANTIDAD
           MOVE WS-ID-SUPERVIVIENTE TO VM-PRODUCTO-ID
           READ VENTAS-MENSUAL
               INVALID KEY
                   MOVE "PASA AL SUPERVIVIENTE" TO RD-ACCION
                   IF WS-MODO = "A"
                       MOVE WS-REGISTRO-AUX TO VENTAS-MES-REGISTRO
                       MOVE WS-ID-SUPERVIVIENTE TO VM-PRODUCTO-ID
                       WRITE VENTAS-MES-REGISTRO
                   END-IF
               NOT INVALID KEY
                   MOVE "SE SUMA AL MES DEL SUPERVIVIENTE" TO RD-ACCION
                   IF WS-MODO = "A"
                       ADD WS-UNIDADES-AUX TO VM-UNIDADES
                       ADD WS-IMPORTE-AUX TO VM-IMPORTE
                       IF WS-FECHA-AUX > VM-ULTIMA-VENTA
                           MOVE WS-FECHA-AUX TO VM-ULTIMA-VENTA
                       END-IF
                       REWRITE VENTAS-MES-REGISTRO
                   END-IF
           END-READ
           PERFORM ESCRIBIR-LINEA-FUSION
           IF WS-MODO = "A"
               MOVE WS-CLAVE-AUX TO VM-CLAVE
               DELETE VENTAS-MENSUAL
           END-IF
           MOVE WS-CLAVE-AUX TO VM-CLAVE
           START VENTAS-MENSUAL KEY IS GREATER THAN VM-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.

      *----------------------- RETIRO DEL DUPLICADO ----------------------
      *> Ficha del duplicado al archivo de retirados, con el ID que lo
      *> sustituye: ticket, ficha y agregado lo resuelven desde ahi.
       ARCHIVAR-DUPLICADO.
           MOVE "N" TO WS-ARCHIVADO
           OPEN I-O PRODUCTOS-RETIRADOS
           IF WS-RETIRADOS-STATUS = "35"
               OPEN OUTPUT PRODUCTOS-RETIRADOS
               CLOSE PRODUCTOS-RETIRADOS
               OPEN I-O PRODUCTOS-RETIRADOS
           END-IF
           IF WS-RETIRADOS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de retirados. "
                   "Estado: " WS-RETIRADOS-STATUS
               MOVE "ARCHIVAR-DUPLICADO" TO WS-INC-PARRAFO
               MOVE "PRODUCTOS-RETIRADOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-RETIRADOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               MOVE WS-ID-DUPLICADO TO RET-PRODUCTO-ID
               MOVE "P" TO RET-TIPO
               MOVE ZEROES TO RET-SECUENCIA
               MOVE WS-HOY TO RET-FECHA-RETIRO
               MOVE WS-OPERADOR TO RET-OPERADOR
               MOVE DUP-REGISTRO TO RET-DATOS
               MOVE WS-ID-SUPERVIVIENTE TO RET-FUSIONADO-EN
               WRITE RETIRADO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al archivar el duplicado. "
                           "Estado: " WS-RETIRADOS-STATUS
                       MOVE "ARCHIVAR-DUPLICADO" TO WS-INC-PARRAFO
                       MOVE "PRODUCTOS-RETIRADOS-INDEXADO.dat"
                           TO WS-INC-ARCHIVO
                       MOVE WS-RETIRADOS-STATUS TO WS-INC-ESTADO
                       MOVE RET-CLAVE TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   NOT INVALID KEY
                       MOVE "S" TO WS-ARCHIVADO
               END-WRITE
               CLOSE PRODUCTOS-RETIRADOS
           END-IF.

      *> Stock y costo: el costo del superviviente pasa a ser el medio
      *> ponderado de los dos stocks (salvo consigna, que va a costo
      *> pactado). El EAN del duplicado se conserva si el
      *> superviviente no tenia, y queda la caducidad mas proxima.
       SUMAR-STOCK-SUPERVIVIENTE.
           MOVE WS-ID-SUPERVIVIENTE TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "No se pudo releer " WS-ID-SUPERVIVIENTE
               NOT INVALID KEY
                   PERFORM ACTUALIZAR-SUPERVIVIENTE
           END-READ.

       ACTUALIZAR-SUPERVIVIENTE.
           MOVE PRODUCTO-STOCK TO WS-STOCK-ANTERIOR
           IF NOT PRODUCTO-EN-CONSIGNA AND DUP-COSTO > 0
               IF PRODUCTO-COSTO = 0
                   MOVE DUP-COSTO TO PRODUCTO-COSTO
               ELSE
                   IF PRODUCTO-STOCK + DUP-STOCK > 0
                       COMPUTE PRODUCTO-COSTO ROUNDED =
                           (PRODUCTO-STOCK * PRODUCTO-COSTO +
                            DUP-STOCK * DUP-COSTO) /
                           (PRODUCTO-STOCK + DUP-STOCK)
                   END-IF
               END-IF
           END-IF
           ADD DUP-STOCK TO PRODUCTO-STOCK
           IF PRODUCTO-EAN = 0 AND DUP-EAN > 0
               MOVE DUP-EAN TO PRODUCTO-EAN
           END-IF
           IF DUP-CADUCIDAD > 0 AND
              (PRODUCTO-CADUCIDAD = 0 OR
               DUP-CADUCIDAD < PRODUCTO-CADUCIDAD)
               MOVE DUP-CADUCIDAD TO PRODUCTO-CADUCIDAD
           END-IF
           REWRITE PRODUCTO-REGISTRO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "Error al grabar " PRODUCTO-ID ". Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "ACTUALIZAR-SUPERVIVIENTE" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               MOVE PRODUCTO-ID TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF
           IF DUP-STOCK > 0
               MOVE WS-ID-DUPLICADO TO KARDEX-PRODUCTO-ID
               MOVE "-" TO KARDEX-SIGNO
               MOVE ZEROES TO KARDEX-STOCK-RESULTANTE
               MOVE DUP-COSTO TO KARDEX-COSTO-UNITARIO
               PERFORM GRABAR-KARDEX-FUSION
               MOVE PRODUCTO-ID TO KARDEX-PRODUCTO-ID
               MOVE "+" TO KARDEX-SIGNO
               MOVE PRODUCTO-STOCK TO KARDEX-STOCK-RESULTANTE
               MOVE PRODUCTO-COSTO TO KARDEX-COSTO-UNITARIO
               PERFORM GRABAR-KARDEX-FUSION
           END-IF
           MOVE WS-STOCK-ANTERIOR TO WS-STOCK-EDIT
           MOVE WS-STOCK-EDIT TO WS-VALOR-ANTES
           MOVE PRODUCTO-STOCK TO WS-STOCK-EDIT
           MOVE WS-STOCK-EDIT TO WS-VALOR-DESPUES
           MOVE PRODUCTO-ID TO AUDITORIA-PRODUCTO-ID
           MOVE "FUSION" TO AUDITORIA-ACCION
           MOVE "Stock recibido del duplicado" TO AUDITORIA-DETALLE
           PERFORM GRABAR-AUDITORIA.

       GRABAR-KARDEX-FUSION.
           MOVE WS-HOY TO KARDEX-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO KARDEX-HORA
           MOVE "FUSION" TO KARDEX-TIPO
           MOVE DUP-STOCK TO KARDEX-UNIDADES
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO KARDEX-COSTO-UNITARIO
           END-IF
           COMPUTE KARDEX-VALOR =
               KARDEX-UNIDADES * KARDEX-COSTO-UNITARIO
           WRITE KARDEX-REGISTRO.

       BORRAR-DUPLICADO.
           MOVE WS-ID-DUPLICADO TO PRODUCTO-ID
           DELETE PRODUCTO
               INVALID KEY
                   DISPLAY "Error al borrar " WS-ID-DUPLICADO
                       ". Estado: " WS-PRODUCTO-STATUS
                   MOVE "BORRAR-DUPLICADO" TO WS-INC-PARRAFO
                   MOVE "producto.dat" TO WS-INC-ARCHIVO
                   MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
                   MOVE PRODUCTO-ID TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               NOT INVALID KEY
                   MOVE WS-ID-DUPLICADO TO AUDITORIA-PRODUCTO-ID
                   MOVE "FUSION" TO AUDITORIA-ACCION
                   MOVE "Duplicado fusionado y retirado" TO
                       AUDITORIA-DETALLE
                   MOVE WS-ID-DUPLICADO TO WS-VALOR-ANTES
                   MOVE WS-ID-SUPERVIVIENTE TO WS-VALOR-DESPUES
                   PERFORM GRABAR-AUDITORIA
           END-DELETE.

      *> Si el duplicado ya habia absorbido otros IDs, esos pasan a
      *> apuntar directamente al superviviente.
       REDIRIGIR-FUSIONES-ANTERIORES.
           MOVE ZEROES TO WS-N-REDIRECCIONES
           OPEN I-O PRODUCTOS-RETIRADOS
           IF WS-RETIRADOS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ PRODUCTOS-RETIRADOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF RET-ES-PRODUCTO AND
                              RET-FUSIONADO-EN = WS-ID-DUPLICADO
                               MOVE WS-ID-SUPERVIVIENTE
                                   TO RET-FUSIONADO-EN
                               REWRITE RETIRADO-REGISTRO
                               ADD 1 TO WS-N-REDIRECCIONES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCTOS-RETIRADOS
           END-IF.

      *----------------------- REGISTRO DE AUDITORIA ----------------------
      *> Una entrada por archivo tocado: que se movio, desde que ID y
      *> cuantos registros.
       GRABAR-AUDITORIA-FUSION.
           MOVE "LOTES" TO WS-AREA-AUDITORIA
           MOVE WS-N-LOTES TO WS-CANT-AUDITORIA
           PERFORM GRABAR-AUDITORIA-AREA
           MOVE "CASILLEROS" TO WS-AREA-AUDITORIA
           MOVE WS-N-UBICACIONES TO WS-CANT-AUDITORIA
           PERFORM GRABAR-AUDITORIA-AREA
           MOVE "PEDIDOS" TO WS-AREA-AUDITORIA
           MOVE WS-N-PEDIDOS TO WS-CANT-AUDITORIA
           PERFORM GRABAR-AUDITORIA-AREA
           MOVE "TARIFAS PROV" TO WS-AREA-AUDITORIA
           MOVE WS-N-TARIFAS TO WS-CANT-AUDITORIA
           PERFORM GRABAR-AUDITORIA-AREA
           MOVE "TARIFAS CLI" TO WS-AREA-AUDITORIA
           MOVE WS-N-TARCLI TO WS-CANT-AUDITORIA
           PERFORM GRABAR-AUDITORIA-AREA
           MOVE "OFERTA" TO WS-AREA-AUDITORIA
           MOVE WS-N-OFERTAS TO WS-CANT-AUDITORIA
           PERFORM GRABAR-AUDITORIA-AREA
           MOVE "KITS" TO WS-AREA-AUDITORIA
           MOVE WS-N-KITS TO WS-CANT-AUDITORIA
           PERFORM GRABAR-AUDITORIA-AREA
           MOVE "ENCARGOS" TO WS-AREA-AUDITORIA
           MOVE WS-N-ENCARGOS TO WS-CANT-AUDITORIA
           PERFORM GRABAR-AUDITORIA-AREA
           MOVE "VENTAS MES" TO WS-AREA-AUDITORIA
           MOVE WS-N-MESES TO WS-CANT-AUDITORIA
           PERFORM GRABAR-AUDITORIA-AREA
           MOVE "REDIRECCION" TO WS-AREA-AUDITORIA
           MOVE WS-N-REDIRECCIONES TO WS-CANT-AUDITORIA
           PERFORM GRABAR-AUDITORIA-AREA.

       GRABAR-AUDITORIA-AREA.
           IF WS-CANT-AUDITORIA > 0
               MOVE WS-ID-SUPERVIVIENTE TO AUDITORIA-PRODUCTO-ID
               MOVE "FUSION" TO AUDITORIA-ACCION
               MOVE SPACES TO AUDITORIA-DETALLE
               STRING "Fusion " DELIMITED BY SIZE
                   WS-AREA-AUDITORIA DELIMITED BY "  "
                   " desde " WS-ID-DUPLICADO DELIMITED BY SIZE
                   INTO AUDITORIA-DETALLE
               MOVE WS-ID-DUPLICADO TO WS-VALOR-ANTES
               MOVE WS-CANT-AUDITORIA TO WS-CONTADOR-EDIT
               MOVE WS-CONTADOR-EDIT TO WS-VALOR-DESPUES
               PERFORM GRABAR-AUDITORIA
           END-IF.

       GRABAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDITORIA-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDITORIA-HORA
           MOVE WS-OPERADOR TO AUDITORIA-OPERADOR
           MOVE WS-VALOR-ANTES TO AUDITORIA-VALOR-ANTES
           MOVE WS-VALOR-DESPUES TO AUDITORIA-VALOR-DESPUES
           MOVE SPACES TO WS-VALOR-ANTES
           MOVE SPACES TO WS-VALOR-DESPUES
           WRITE AUDITORIA-REGISTRO.

      *----------------------- CLAVE DE SUPERVISOR ------------------------
       VALIDAR-CLAVE-SUPERVISOR.
      *> La autorizacion es por identidad, clave individual y rol
      *> (VALIDAR-OPERADOR). Sin maestro de operadores no entra
      *> nadie: el primer supervisor se da de alta en
      *> GESTION-OPERADORES con la clave de arranque.
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO.

      *> Identidad para la auditoria: la que VALIDAR-OPERADOR ya
      *> probo; la variable de entorno OPERADOR solo respalda los
      *> caminos donde no corrio validacion.
       RESOLVER-OPERADOR-AUDITORIA.
           IF WS-OPERADOR-VALIDADO NOT = SPACES
               MOVE WS-OPERADOR-VALIDADO TO WS-OPERADOR
           ELSE
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "FUSIONAR-PRODUCTOS" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM FUSIONAR-PRODUCTOS.
