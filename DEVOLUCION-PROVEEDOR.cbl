               RECORD KEY IS LOTE-CLAVE
               FILE STATUS IS WS-LOTES-STATUS.

      *> Alertas sanitarias: la devolucion de un lote retirado suma a
      *> las unidades devueltas de su alerta abierta.
           SELECT ALERTAS
               ASSIGN TO "ALERTAS-SANITARIAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALERTA-NUMERO
               ALTERNATE RECORD KEY IS ALERTA-PRODUCTO-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ALERTAS-STATUS.

           SELECT KARDEX
               ASSIGN TO "KARDEX.dat"
               ORGANIZATION IS SEQUENTIAL
       FD LOTES.
           COPY LOTE.

       FD ALERTAS.
           COPY ALERTA.

       FD KARDEX.
           COPY KARDEX.

       01 WS-EOF PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-HAY-LOTES PIC X VALUE "N".
       01 WS-ALERTAS-STATUS PIC XX.
       01 WS-HAY-ALERTAS PIC X VALUE "N".
       01 WS-EOF-ALERTAS PIC X VALUE "N".
       01 DP-CONTADOR PIC 9(6) VALUE 1.
       01 WS-NUMERO-BUSCADO PIC 9(6).
       01 WS-HOY PIC 9(8).

       01 TIENDA-NOMBRE PIC X(40) VALUE
           "ULTRAMARINOS LA ESQUINA S.L.".
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.
       01 DOC-CABECERA.
           05 FILLER PIC X(26) VALUE "DEVOLUCION A PROVEEDOR NO.".
           05 DC-NUMERO PIC 9(6).
       01 DOC-VALOR-LINEA.
           05 FILLER PIC X(26) VALUE "VALOR DEL ABONO ESPERADO: ".
           05 DP-DOC-VALOR PIC Z(8)9.99.
       01 DOC-CONSIGNA-LINEA PIC X(50) VALUE
           "MERCANCIA EN CONSIGNA NO VENDIDA: SIN ABONO.".
       01 DOC-FIRMA PIC X(40) VALUE
           "FIRMA DEL TRANSPORTISTA: ______________".
       01 RMA-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-DIAS PIC Z(3)9.
           05 FILLER PIC X(5) VALUE " dias".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- DEVOLUCION A PROVEEDOR ---------------------
      * DEV-PROV, imprime el documento que firma el chofer y deja el
      * abono esperado en seguimiento hasta recibir la nota de
      * credito. Sin esto lo devuelto parecia merma y el credito
      * vivia en un papelito. Lo no vendido de una consigna vuelve
      * por aqui a su proveedor sin abono esperado.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           OPEN I-O DEVOLUCIONES-PROV
           IF WS-DEVPROV-STATUS NOT = "00"
               DISPLAY "Error al abrir devoluciones a proveedor. "
                   "Estado: " WS-DEVPROV-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "DEVOLUCIONES-PROV-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-DEVPROV-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE DEVOLUCIONES-PROV
               STOP RUN
           END-IF
               MOVE "S" TO WS-HAY-LOTES
           END-IF

           OPEN I-O ALERTAS
           IF WS-ALERTAS-STATUS = "00"
               MOVE "S" TO WS-HAY-ALERTAS
           END-IF

           OPEN EXTEND KARDEX
           IF WS-KARDEX-STATUS = "05" OR WS-KARDEX-STATUS = "35"
               OPEN OUTPUT KARDEX
           IF WS-HAY-LOTES = "S"
               CLOSE LOTES
           END-IF
           IF WS-HAY-ALERTAS = "S"
               CLOSE ALERTAS
           END-IF
           CLOSE KARDEX
           STOP RUN.

                       " Stock: " PRODUCTO-STOCK
                   MOVE "S" TO WS-CAMPO-OK
           END-READ
           IF WS-CAMPO-OK = "S" AND PRODUCTO-EN-CONSIGNA
               IF PRODUCTO-PROVEEDOR-ID NOT = DP-PROVEEDOR-ID
                   DISPLAY "PRODUCTO EN CONSIGNA DEL PROVEEDOR "
                       PRODUCTO-PROVEEDOR-ID ": SOLO SE LE DEVUELVE "
                       "A EL."
                   MOVE "N" TO WS-CAMPO-OK
               ELSE
                   DISPLAY "Producto en consigna: la devolucion no "
                       "lleva abono."
               END-IF
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM PEDIR-DETALLE-DEVOLUCION
           END-IF.
               END-EVALUATE
           END-PERFORM

      *> Un lote en cuarentena no esta en el stock: se libera antes
      *> (GESTION-CUARENTENA) o se desecha, no se devuelve desde aqui.
           MOVE SPACES TO DP-LOTE-CODIGO
           IF WS-HAY-LOTES = "S"
               MOVE "N" TO WS-CAMPO-OK
               PERFORM UNTIL WS-CAMPO-OK = "S"
                   DISPLAY "Codigo de lote devuelto (vacio = sin "
                       "lote): "
                   ACCEPT DP-LOTE-CODIGO
                   MOVE "S" TO WS-CAMPO-OK
                   IF DP-LOTE-CODIGO NOT = SPACES
                       MOVE DP-PRODUCTO-ID TO LOTE-PRODUCTO-ID
                       MOVE DP-LOTE-CODIGO TO LOTE-CODIGO
                       READ LOTES
                           NOT INVALID KEY
                               IF LOTE-EN-CUARENTENA
                                   DISPLAY "LOTE EN CUARENTENA: "
                                       "liberelo antes de devolverlo."
                                   MOVE "N" TO WS-CAMPO-OK
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF

           DISPLAY "Motivo de la devolucion: "

           MOVE DP-CONTADOR TO DP-NUMERO
           MOVE WS-HOY TO DP-FECHA
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO DP-VALOR
               MOVE "C" TO DP-ESTADO
           ELSE
               COMPUTE DP-VALOR = DP-UNIDADES * PRODUCTO-COSTO
               MOVE "P" TO DP-ESTADO
           END-IF
           MOVE ZEROES TO DP-FECHA-ABONO
           MOVE ZEROES TO DP-REMESA
           WRITE DEV-PROV-REGISTRO INVALID KEY
               DISPLAY "Error al grabar la devolucion. Estado: "
                   WS-DEVPROV-STATUS
               MOVE "PEDIR-DETALLE-DEVOLUCION" TO WS-INC-PARRAFO
               MOVE "DEVOLUCIONES-PROV-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-DEVPROV-STATUS TO WS-INC-ESTADO
               MOVE DP-NUMERO TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-DEVPROV-STATUS = "00"
               PERFORM DESCONTAR-STOCK-DEVUELTO
                           MOVE ZEROES TO LOTE-UNIDADES
                       END-IF
                       REWRITE LOTE-REGISTRO
                       IF LOTE-RETIRADO AND WS-HAY-ALERTAS = "S"
                           PERFORM ANOTAR-DEVOLUCION-ALERTA
                       END-IF
               END-READ
           END-IF
           DISPLAY "Stock descontado. Nuevo stock: " PRODUCTO-STOCK.

      *> El lote retirado sale por aqui cuando el proveedor se lo
      *> lleva: la alerta abierta del lote lo cuenta como devuelto.
       ANOTAR-DEVOLUCION-ALERTA.
           MOVE "N" TO WS-EOF-ALERTAS
           MOVE DP-PRODUCTO-ID TO ALERTA-PRODUCTO-ID
           START ALERTAS KEY IS EQUAL ALERTA-PRODUCTO-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF-ALERTAS
           END-START
           PERFORM UNTIL WS-EOF-ALERTAS = "S"
               READ ALERTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ALERTAS
                   NOT AT END
                       IF ALERTA-PRODUCTO-ID NOT = DP-PRODUCTO-ID
                           MOVE "S" TO WS-EOF-ALERTAS
                       ELSE
                           IF ALERTA-ABIERTA AND
                              ALERTA-LOTE-CODIGO = DP-LOTE-CODIGO
                               ADD DP-UNIDADES
                                   TO ALERTA-UNIDADES-DEVUELTAS
                               REWRITE ALERTA-REGISTRO
                               DISPLAY "Devolucion anotada en la "
                                   "alerta sanitaria " ALERTA-NUMERO
                               MOVE "S" TO WS-EOF-ALERTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GRABAR-KARDEX-DEVPROV.
           MOVE FUNCTION CURRENT-DATE(1:8) TO KARDEX-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO KARDEX-HORA
           MOVE DP-UNIDADES TO KARDEX-UNIDADES
           MOVE PRODUCTO-STOCK TO KARDEX-STOCK-RESULTANTE
           MOVE PRODUCTO-COSTO TO KARDEX-COSTO-UNITARIO
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO KARDEX-COSTO-UNITARIO
           END-IF
           COMPUTE KARDEX-VALOR =
               KARDEX-UNIDADES * KARDEX-COSTO-UNITARIO
           WRITE KARDEX-REGISTRO.
           MOVE DP-MOTIVO TO DP-DOC-MOTIVO
           MOVE DOC-MOTIVO-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           IF DP-SIN-ABONO
               MOVE DOC-CONSIGNA-LINEA TO DOC-LINEA
           ELSE
               MOVE DP-VALOR TO DP-DOC-VALOR
               MOVE DOC-VALOR-LINEA TO DOC-LINEA
           END-IF
           WRITE DOC-LINEA
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
               INVALID KEY
                   DISPLAY "DEVOLUCION NO ENCONTRADA."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DP-ABONO-RECIBIDO
                           DISPLAY "EL ABONO YA FIGURA RECIBIDO EL "
                               DP-FECHA-ABONO
                       WHEN DP-SIN-ABONO
                           DISPLAY "DEVOLUCION DE CONSIGNA: NO LLEVA "
                               "ABONO."
                       WHEN OTHER
                           MOVE "R" TO DP-ESTADO
                           MOVE WS-HOY TO DP-FECHA-ABONO
                           REWRITE DEV-PROV-REGISTRO
                           MOVE DP-VALOR TO WS-VALOR-EDIT
                           DISPLAY "Abono de EUR " WS-VALOR-EDIT
                               " marcado recibido."
                   END-EVALUATE
           END-READ.

       REPORTE-RMA-ABIERTOS.
           MOVE WS-DIAS-ABIERTO TO RL-DIAS
           DISPLAY RMA-DETALLE.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NOMBRE TO TIENDA-NOMBRE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "DEVOLUCION-PROVEEDOR" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM DEVOLUCION-PROVEEDOR.
