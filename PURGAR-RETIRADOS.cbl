       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGAR-RETIRADOS.

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

           SELECT LOTES
               ASSIGN TO "LOTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOTE-CLAVE
               FILE STATUS IS WS-LOTES-STATUS.

           SELECT ENCARGOS
               ASSIGN TO "ENCARGOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-NUMERO
               FILE STATUS IS WS-ENCARGOS-STATUS.

           SELECT KITS-COMPONENTES
               ASSIGN TO "KITS-COMPONENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-CLAVE
               FILE STATUS IS WS-KITS-STATUS.

           SELECT STOCK-UBICACIONES
               ASSIGN TO "STOCK-UBICACIONES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-CLAVE
               FILE STATUS IS WS-UBICACIONES-STATUS.

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

           SELECT PRODUCTOS-RETIRADOS
               ASSIGN TO "PRODUCTOS-RETIRADOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-RETIRADOS-STATUS.

           SELECT PRODUCTO-AUDITORIA
               ASSIGN TO "PRODUCTO-AUDITORIA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-PURGA-PRODUCTOS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTO.
           COPY PRODFLT.

       FD PEDIDOS.
           COPY PEDIDO.

       FD PEDIDOS-LINEAS.
           COPY PEDLIN.

       FD LOTES.
           COPY LOTE.

       FD ENCARGOS.
           COPY ENCARGO.

       FD KITS-COMPONENTES.
           COPY KITCOMP.

       FD STOCK-UBICACIONES.
           COPY STOCKUBI.

       FD TARIFAS.
           COPY TARIFA.

       FD TARIFAS-CLIENTE.
           COPY TARIFCLI.

       FD OFERTAS.
           COPY OFERTA.

       FD PRODUCTOS-RETIRADOS.
           COPY RETIRADO.

       FD PRODUCTO-AUDITORIA.
           COPY AUDITORIA.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-PEDIDOS-STATUS PIC XX.
       01 WS-LINEAS-STATUS PIC XX.
       01 WS-LOTES-STATUS PIC XX.
       01 WS-ENCARGOS-STATUS PIC XX.
       01 WS-KITS-STATUS PIC XX.
       01 WS-UBICACIONES-STATUS PIC XX.
       01 WS-TARIFAS-STATUS PIC XX.
       01 WS-TARCLI-STATUS PIC XX.
       01 WS-OFERTAS-STATUS PIC XX.
       01 WS-RETIRADOS-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-ENCONTRADO PIC X VALUE "N".
       01 WS-ARCHIVADO PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-BUSCAR-ID PIC 9(6).
       01 WS-MOTIVO PIC X(20).
       01 WS-RET-TIPO PIC X.
       01 WS-RET-DATOS PIC X(200).
       01 WS-PURGABLES PIC 9(5) VALUE ZEROES.
       01 WS-PURGADOS PIC 9(5) VALUE ZEROES.

      *----------------------- PRODUCTOS CANDIDATOS ----------------------
      * Productos en liquidacion o de baja, en orden de ID. La
      * situacion empieza en PURGABLE y la primera traba encontrada
      * la sustituye; la purga solo toca los que siguen PURGABLE.
       01 WS-TABLA-CANT PIC 9(4) VALUE 0.
       01 TABLA-CANDIDATOS.
           05 TC-ENTRADA OCCURS 500 TIMES INDEXED BY TC-IDX.
               10 TC-PRODUCTO-ID PIC 9(6).
               10 TC-DESCRIP PIC X(30).
               10 TC-ESTADO PIC X.
               10 TC-FIN-LIQUIDACION PIC 9(8).
               10 TC-STOCK PIC 9(6)V999.
               10 TC-SITUACION PIC X(20).
               10 TC-SECUENCIA PIC 9(3).

       01 REP-TITULO.
           05 FILLER PIC X(36) VALUE
               "PURGA DE PRODUCTOS RETIRADOS AL DIA ".
           05 RT-FECHA PIC 9(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 RT-MODO PIC X(30).
       01 REP-ENCABEZADO PIC X(100) VALUE
           "PROD.  DESCRIPCION                    EST. FIN LIQ. AVISO   
      -    "     STOCK SITUACION".
       01 REP-DETALLE.
           05 RD-PRODUCTO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RD-DESCRIP PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 RD-ESTADO PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 RD-FIN PIC 9(8) BLANK WHEN ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 RD-AVISO PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 RD-STOCK PIC Z(5)9.999.
           05 FILLER PIC X VALUE SPACE.
           05 RD-SITUACION PIC X(20).
       01 REP-TOTAL.
           05 RTT-ETIQUETA PIC X(40).
           05 RTT-CANTIDAD PIC Z(4)9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * L = solo listado de situacion; P = purgar lo purgable.
       01 LK-MODO PIC X.
      * Operador ya validado por quien llama (espacios = OPERADOR
      * del entorno).
       01 LK-OPERADOR PIC X(8).
      * Productos purgados (en listado, los que se podrian purgar).
       01 LK-PURGADOS PIC 9(5).

       PROCEDURE DIVISION USING LK-MODO, LK-OPERADOR, LK-PURGADOS.
      *----------------------- PURGA DE PRODUCTOS RETIRADOS --------------
      * Recorre los productos en liquidacion o de baja y mira si ya
      * se pueden retirar del maestro: sin stock, sin lineas de
      * pedido abiertas, sin lotes con unidades, sin encargos por
      * entregar, sin ser componente de un kit vivo y sin ser el
      * envase de un producto vivo. En modo P archiva en
      * PRODUCTOS-RETIRADOS-INDEXADO.dat el producto y sus
      * casilleros, tarifas de proveedor y de cliente, oferta y
      * escandallo, y los borra de sus archivos. Las ventas, el
      * kardex, los lotes y la historia de precios no se tocan: el
      * producto se sigue nombrando desde el archivo de retirados.
       INICIO.
           MOVE ZEROES TO LK-PURGADOS
           MOVE ZEROES TO WS-PURGABLES
           MOVE ZEROES TO WS-PURGADOS
           MOVE ZEROES TO WS-TABLA-CANT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           IF LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WS-OPERADOR
           ELSE
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           END-IF

           IF LK-MODO = "P"
               OPEN I-O PRODUCTO
           ELSE
               OPEN INPUT PRODUCTO
           END-IF
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           PERFORM CARGAR-CANDIDATOS
           IF WS-TABLA-CANT = 0
               DISPLAY "No hay productos en liquidacion ni de baja."
               CLOSE PRODUCTO
               GOBACK
           END-IF

           PERFORM REVISAR-ENVASES
           PERFORM REVISAR-PEDIDOS-ABIERTOS
           PERFORM REVISAR-LOTES
           PERFORM REVISAR-ENCARGOS
           PERFORM REVISAR-KITS

           PERFORM VARYING TC-IDX FROM 1 BY 1
               UNTIL TC-IDX > WS-TABLA-CANT
               IF TC-SITUACION(TC-IDX) = "PURGABLE"
                   ADD 1 TO WS-PURGABLES
               END-IF
           END-PERFORM

           IF LK-MODO = "P" AND WS-PURGABLES > 0
               PERFORM PURGAR-CANDIDATOS
               MOVE WS-PURGADOS TO LK-PURGADOS
           ELSE
               MOVE WS-PURGABLES TO LK-PURGADOS
           END-IF

           PERFORM ESCRIBIR-REPORTE-PURGA
           CLOSE PRODUCTO
           GOBACK.

      *----------------------- CANDIDATOS --------------------------------
       CARGAR-CANDIDATOS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ PRODUCTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PRODUCTO-SIN-REPOSICION
                           PERFORM AGREGAR-CANDIDATO
                       END-IF
               END-READ
           END-PERFORM.

       AGREGAR-CANDIDATO.
           IF WS-TABLA-CANT < 500
               ADD 1 TO WS-TABLA-CANT
               SET TC-IDX TO WS-TABLA-CANT
               MOVE PRODUCTO-ID TO TC-PRODUCTO-ID(TC-IDX)
               MOVE PRODUCTO-DESCRIP TO TC-DESCRIP(TC-IDX)
               MOVE PRODUCTO-DISCONTINUADO TO TC-ESTADO(TC-IDX)
               MOVE PRODUCTO-FIN-LIQUIDACION
                   TO TC-FIN-LIQUIDACION(TC-IDX)
               MOVE PRODUCTO-STOCK TO TC-STOCK(TC-IDX)
               MOVE ZEROES TO TC-SECUENCIA(TC-IDX)
               IF PRODUCTO-STOCK > 0
                   MOVE "CON STOCK" TO TC-SITUACION(TC-IDX)
               ELSE
                   MOVE "PURGABLE" TO TC-SITUACION(TC-IDX)
               END-IF
           ELSE
               DISPLAY "AVISO: TABLA-CANDIDATOS llena (500), "
                   "producto " PRODUCTO-ID " queda para otra pasada"
           END-IF.

      *> Deja en TC-IDX la entrada de WS-BUSCAR-ID si es candidato.
       BUSCAR-CANDIDATO.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING TC-IDX FROM 1 BY 1
               UNTIL TC-IDX > WS-TABLA-CANT
               IF TC-PRODUCTO-ID(TC-IDX) = WS-BUSCAR-ID
                   MOVE "S" TO WS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Anota la traba de WS-MOTIVO si el candidato aun no tenia
      *> otra: el listado muestra la primera que se encontro.
       MARCAR-BLOQUEO.
           IF TC-SITUACION(TC-IDX) = "PURGABLE"
               MOVE WS-MOTIVO TO TC-SITUACION(TC-IDX)
           END-IF.

      *----------------------- TRABAS ------------------------------------
      *> Un articulo deposito no se retira mientras algun producto
      *> vivo lo cobre como su envase.
       REVISAR-ENVASES.
           MOVE ZEROES TO PRODUCTO-ID
           START PRODUCTO KEY IS NOT LESS THAN PRODUCTO-ID
               INVALID KEY
                   CONTINUE
           END-START
           MOVE "ENVASE EN USO" TO WS-MOTIVO
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ PRODUCTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PRODUCTO-ENVASE-ID > 0 AND
                          NOT PRODUCTO-SIN-REPOSICION
                           MOVE PRODUCTO-ENVASE-ID TO WS-BUSCAR-ID
                           PERFORM BUSCAR-CANDIDATO
                           IF WS-ENCONTRADO = "S"
                               PERFORM MARCAR-BLOQUEO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-PEDIDOS-ABIERTOS.
           OPEN INPUT PEDIDOS-LINEAS
           IF WS-LINEAS-STATUS = "00"
               OPEN INPUT PEDIDOS
               MOVE "PEDIDO ABIERTO" TO WS-MOTIVO
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ PEDIDOS-LINEAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PL-PRODUCTO-ID TO WS-BUSCAR-ID
                           PERFORM BUSCAR-CANDIDATO
                           IF WS-ENCONTRADO = "S"
                               PERFORM REVISAR-PEDIDO-DE-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS
               CLOSE PEDIDOS-LINEAS
           END-IF.

       REVISAR-PEDIDO-DE-LINEA.
           MOVE PL-PEDIDO-NUMERO TO PEDIDO-NUMERO
           READ PEDIDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT PEDIDO-CERRADO
                       PERFORM MARCAR-BLOQUEO
                   END-IF
           END-READ.

      *> Los lotes no se archivan ni se borran (trazabilidad de una
      *> alerta sanitaria); solo traban si aun tienen unidades.
       REVISAR-LOTES.
           OPEN INPUT LOTES
           IF WS-LOTES-STATUS = "00"
               MOVE "LOTE CON UNIDADES" TO WS-MOTIVO
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ LOTES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF LOTE-UNIDADES > 0
                               MOVE LOTE-PRODUCTO-ID TO WS-BUSCAR-ID
                               PERFORM BUSCAR-CANDIDATO
                               IF WS-ENCONTRADO = "S"
                                   PERFORM MARCAR-BLOQUEO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTES
           END-IF.

       REVISAR-ENCARGOS.
           OPEN INPUT ENCARGOS
           IF WS-ENCARGOS-STATUS = "00"
               MOVE "ENCARGO PENDIENTE" TO WS-MOTIVO
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ ENCARGOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF EN-PRODUCTO-ID > 0 AND
                              NOT EN-ENTREGADO
                               MOVE EN-PRODUCTO-ID TO WS-BUSCAR-ID
                               PERFORM BUSCAR-CANDIDATO
                               IF WS-ENCONTRADO = "S"
                                   PERFORM MARCAR-BLOQUEO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS
           END-IF.

      *> Un componente solo se retira junto con su kit: si el kit
      *> sigue vivo, o tiene a su vez otra traba, el componente
      *> espera.
       REVISAR-KITS.
           OPEN INPUT KITS-COMPONENTES
           IF WS-KITS-STATUS = "00"
               MOVE "COMPONENTE DE KIT" TO WS-MOTIVO
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ KITS-COMPONENTES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM REVISAR-LINEA-KIT
                   END-READ
               END-PERFORM
               CLOSE KITS-COMPONENTES
           END-IF.

       REVISAR-LINEA-KIT.
           MOVE KC-KIT-ID TO WS-BUSCAR-ID
           PERFORM BUSCAR-CANDIDATO
           IF WS-ENCONTRADO = "N" OR
              TC-SITUACION(TC-IDX) NOT = "PURGABLE"
               MOVE KC-COMPONENTE-ID TO WS-BUSCAR-ID
               PERFORM BUSCAR-CANDIDATO
               IF WS-ENCONTRADO = "S"
                   PERFORM MARCAR-BLOQUEO
               END-IF
           END-IF.

      *----------------------- PURGA -------------------------------------
      * Primero la ficha de cada producto al archivo de retirados (si
      * no se puede archivar, el producto se queda); despues las
      * pasadas sobre tarifas y escandallos; por ultimo, producto a
      * producto, casilleros, oferta y la ficha del maestro.
       PURGAR-CANDIDATOS.
           OPEN I-O PRODUCTOS-RETIRADOS
           IF WS-RETIRADOS-STATUS = "35"
               OPEN OUTPUT PRODUCTOS-RETIRADOS
               CLOSE PRODUCTOS-RETIRADOS
               OPEN I-O PRODUCTOS-RETIRADOS
           END-IF
           IF WS-RETIRADOS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de retirados. "
                   "Estado: " WS-RETIRADOS-STATUS
               MOVE "PURGAR-CANDIDATOS" TO WS-INC-PARRAFO
               MOVE "PRODUCTOS-RETIRADOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-RETIRADOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               OPEN EXTEND PRODUCTO-AUDITORIA
               IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                   OPEN OUTPUT PRODUCTO-AUDITORIA
               END-IF
               PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-TABLA-CANT
                   IF TC-SITUACION(TC-IDX) = "PURGABLE"
                       PERFORM ARCHIVAR-FICHA-PRODUCTO
                   END-IF
               END-PERFORM
               PERFORM PURGAR-TARIFAS
               PERFORM PURGAR-TARIFAS-CLIENTE
               PERFORM PURGAR-KITS
               OPEN I-O STOCK-UBICACIONES
               OPEN I-O OFERTAS
               PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-TABLA-CANT
                   IF TC-SITUACION(TC-IDX) = "PURGABLE"
                       PERFORM PURGAR-UN-PRODUCTO
                   END-IF
               END-PERFORM
               CLOSE STOCK-UBICACIONES
               CLOSE OFERTAS
               CLOSE PRODUCTO-AUDITORIA
               CLOSE PRODUCTOS-RETIRADOS
           END-IF.

       ARCHIVAR-FICHA-PRODUCTO.
           MOVE TC-PRODUCTO-ID(TC-IDX) TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   MOVE "NO ESTA EN MAESTRO" TO TC-SITUACION(TC-IDX)
               NOT INVALID KEY
                   MOVE "P" TO WS-RET-TIPO
                   MOVE PRODUCTO-REGISTRO TO WS-RET-DATOS
                   PERFORM ARCHIVAR-REGISTRO
                   IF WS-ARCHIVADO = "N"
                       MOVE "ERROR AL ARCHIVAR" TO TC-SITUACION(TC-IDX)
                   END-IF
           END-READ.

      *> Graba WS-RET-DATOS bajo el candidato TC-IDX. La ficha del
      *> producto va con secuencia 0; cada referencia, con la
      *> siguiente del producto.
       ARCHIVAR-REGISTRO.
           MOVE TC-PRODUCTO-ID(TC-IDX) TO RET-PRODUCTO-ID
           MOVE WS-RET-TIPO TO RET-TIPO
           IF WS-RET-TIPO = "P"
               MOVE ZEROES TO RET-SECUENCIA
           ELSE
               ADD 1 TO TC-SECUENCIA(TC-IDX)
               MOVE TC-SECUENCIA(TC-IDX) TO RET-SECUENCIA
           END-IF
           MOVE WS-HOY TO RET-FECHA-RETIRO
           MOVE WS-OPERADOR TO RET-OPERADOR
           MOVE WS-RET-DATOS TO RET-DATOS
           MOVE ZEROES TO RET-FUSIONADO-EN
           MOVE "S" TO WS-ARCHIVADO
           WRITE RETIRADO-REGISTRO
               INVALID KEY
                   MOVE "N" TO WS-ARCHIVADO
                   DISPLAY "Error al archivar " RET-CLAVE
                       ". Estado: " WS-RETIRADOS-STATUS
                   MOVE "ARCHIVAR-REGISTRO" TO WS-INC-PARRAFO
                   MOVE "PRODUCTOS-RETIRADOS-INDEXADO.dat"
                       TO WS-INC-ARCHIVO
                   MOVE WS-RETIRADOS-STATUS TO WS-INC-ESTADO
                   MOVE RET-CLAVE TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
           END-WRITE.

       PURGAR-TARIFAS.
           OPEN I-O TARIFAS
           IF WS-TARIFAS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ TARIFAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE TA-PRODUCTO-ID TO WS-BUSCAR-ID
                           PERFORM BUSCAR-CANDIDATO
                           IF WS-ENCONTRADO = "S" AND
                              TC-SITUACION(TC-IDX) = "PURGABLE"
                               MOVE "T" TO WS-RET-TIPO
                               MOVE TARIFA-REGISTRO TO WS-RET-DATOS
                               PERFORM ARCHIVAR-REGISTRO
                               IF WS-ARCHIVADO = "S"
                                   DELETE TARIFAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFAS
           END-IF.

      *> Solo las lineas por producto: las de familia no nombran
      *> ningun producto y siguen valiendo.
       PURGAR-TARIFAS-CLIENTE.
           OPEN I-O TARIFAS-CLIENTE
           IF WS-TARCLI-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ TARIFAS-CLIENTE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF TAR-PRODUCTO-ID > 0
                               PERFORM PURGAR-LINEA-TARIFA-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFAS-CLIENTE
           END-IF.

       PURGAR-LINEA-TARIFA-CLIENTE.
           MOVE TAR-PRODUCTO-ID TO WS-BUSCAR-ID
           PERFORM BUSCAR-CANDIDATO
           IF WS-ENCONTRADO = "S" AND
              TC-SITUACION(TC-IDX) = "PURGABLE"
               MOVE "C" TO WS-RET-TIPO
               MOVE TARIFA-CLIENTE-REGISTRO TO WS-RET-DATOS
               PERFORM ARCHIVAR-REGISTRO
               IF WS-ARCHIVADO = "S"
                   DELETE TARIFAS-CLIENTE
               END-IF
           END-IF.

      *> El escandallo se archiva con el kit que se retira.
       PURGAR-KITS.
           OPEN I-O KITS-COMPONENTES
           IF WS-KITS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ KITS-COMPONENTES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE KC-KIT-ID TO WS-BUSCAR-ID
                           PERFORM BUSCAR-CANDIDATO
                           IF WS-ENCONTRADO = "S" AND
                              TC-SITUACION(TC-IDX) = "PURGABLE"
                               MOVE "K" TO WS-RET-TIPO
                               MOVE KIT-COMPONENTE-REGISTRO
                                   TO WS-RET-DATOS
                               PERFORM ARCHIVAR-REGISTRO
                               IF WS-ARCHIVADO = "S"
                                   DELETE KITS-COMPONENTES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KITS-COMPONENTES
           END-IF.

       PURGAR-UN-PRODUCTO.
           IF WS-UBICACIONES-STATUS = "00"
               PERFORM PURGAR-CASILLEROS
           END-IF
           IF WS-OFERTAS-STATUS = "00"
               MOVE TC-PRODUCTO-ID(TC-IDX) TO OFERTA-PRODUCTO-ID
               READ OFERTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO WS-RET-TIPO
                       MOVE OFERTA-REGISTRO TO WS-RET-DATOS
                       PERFORM ARCHIVAR-REGISTRO
                       IF WS-ARCHIVADO = "S"
                           DELETE OFERTAS
                       END-IF
               END-READ
           END-IF

           MOVE TC-PRODUCTO-ID(TC-IDX) TO PRODUCTO-ID
           DELETE PRODUCTO
               INVALID KEY
                   DISPLAY "Error al borrar " PRODUCTO-ID
                       ". Estado: " WS-PRODUCTO-STATUS
                   MOVE "PURGAR-UN-PRODUCTO" TO WS-INC-PARRAFO
                   MOVE "producto.dat" TO WS-INC-ARCHIVO
                   MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
                   MOVE PRODUCTO-ID TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               NOT INVALID KEY
                   MOVE "PURGADO" TO TC-SITUACION(TC-IDX)
                   ADD 1 TO WS-PURGADOS
                   MOVE PRODUCTO-ID TO AUDITORIA-PRODUCTO-ID
                   MOVE "PURGA" TO AUDITORIA-ACCION
                   MOVE "Producto pasado a retirados" TO
                       AUDITORIA-DETALLE
                   MOVE WS-HOY TO AUDITORIA-FECHA
                   MOVE FUNCTION CURRENT-DATE(9:6) TO AUDITORIA-HORA
                   MOVE WS-OPERADOR TO AUDITORIA-OPERADOR
                   MOVE TC-ESTADO(TC-IDX) TO AUDITORIA-VALOR-ANTES
                   MOVE "RETIRADO" TO AUDITORIA-VALOR-DESPUES
                   WRITE AUDITORIA-REGISTRO
           END-DELETE.

       PURGAR-CASILLEROS.
           MOVE TC-PRODUCTO-ID(TC-IDX) TO SU-PRODUCTO-ID
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
                       IF SU-PRODUCTO-ID NOT = TC-PRODUCTO-ID(TC-IDX)
                           MOVE "S" TO WS-EOF
                       ELSE
                           MOVE "U" TO WS-RET-TIPO
                           MOVE STOCK-UBI-REGISTRO TO WS-RET-DATOS
                           PERFORM ARCHIVAR-REGISTRO
                           IF WS-ARCHIVADO = "S"
                               DELETE STOCK-UBICACIONES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------- LISTADO -----------------------------------
       ESCRIBIR-REPORTE-PURGA.
           OPEN OUTPUT REPORTE-TXT
           MOVE WS-HOY TO RT-FECHA
           IF LK-MODO = "P"
               MOVE "PURGA EJECUTADA" TO RT-MODO
           ELSE
               MOVE "SITUACION (SIN PURGAR)" TO RT-MODO
           END-IF
           WRITE REP-LINEA FROM REP-TITULO
           WRITE REP-LINEA FROM REP-ENCABEZADO
           DISPLAY REP-TITULO
           DISPLAY REP-ENCABEZADO
           PERFORM VARYING TC-IDX FROM 1 BY 1
               UNTIL TC-IDX > WS-TABLA-CANT
               PERFORM ESCRIBIR-LINEA-PURGA
           END-PERFORM
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "PRODUCTOS EN LIQUIDACION O DE BAJA:" TO RTT-ETIQUETA
           MOVE WS-TABLA-CANT TO RTT-CANTIDAD
           WRITE REP-LINEA FROM REP-TOTAL
           DISPLAY REP-TOTAL
           MOVE "SIN TRABAS PARA PURGAR:" TO RTT-ETIQUETA
           MOVE WS-PURGABLES TO RTT-CANTIDAD
           WRITE REP-LINEA FROM REP-TOTAL
           DISPLAY REP-TOTAL
           IF LK-MODO = "P"
               MOVE "PURGADOS A RETIRADOS:" TO RTT-ETIQUETA
               MOVE WS-PURGADOS TO RTT-CANTIDAD
               WRITE REP-LINEA FROM REP-TOTAL
               DISPLAY REP-TOTAL
           END-IF
           CLOSE REPORTE-TXT
           DISPLAY "Listado en REPORTE-PURGA-PRODUCTOS.txt".

       ESCRIBIR-LINEA-PURGA.
           MOVE TC-PRODUCTO-ID(TC-IDX) TO RD-PRODUCTO
           MOVE TC-DESCRIP(TC-IDX) TO RD-DESCRIP
           IF TC-ESTADO(TC-IDX) = "L"
               MOVE "LIQ." TO RD-ESTADO
           ELSE
               MOVE "BAJA" TO RD-ESTADO
           END-IF
           MOVE TC-FIN-LIQUIDACION(TC-IDX) TO RD-FIN
      *> Liquidacion que paso su fecha objetivo con genero aun en
      *> casa: hay que rebajar mas o devolverlo al proveedor.
           MOVE SPACES TO RD-AVISO
           IF TC-FIN-LIQUIDACION(TC-IDX) > 0 AND
              TC-FIN-LIQUIDACION(TC-IDX) < WS-HOY AND
              TC-STOCK(TC-IDX) > 0
               MOVE "VENCIDA" TO RD-AVISO
           END-IF
           MOVE TC-STOCK(TC-IDX) TO RD-STOCK
           MOVE TC-SITUACION(TC-IDX) TO RD-SITUACION
           WRITE REP-LINEA FROM REP-DETALLE
           DISPLAY REP-DETALLE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "PURGAR-RETIRADOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM PURGAR-RETIRADOS.
