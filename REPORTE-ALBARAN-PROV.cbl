       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ALBARAN-PROV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALBARANES-PROV
               ASSIGN TO "ALBARANES-PROV-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CLAVE
               FILE STATUS IS WS-ALBPROV-STATUS.

           SELECT PEDIDOS-LINEAS
               ASSIGN TO "PEDIDOS-LINEAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CLAVE
               FILE STATUS IS WS-LINEAS-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "ALBARAN-PROV-DIFERENCIAS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALBARANES-PROV.
           COPY ALBPROV.

       FD PEDIDOS-LINEAS.
           COPY PEDLIN.

       FD PRODUCTO.
           COPY PRODFLT.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-ALBPROV-STATUS PIC XX.
       01 WS-LINEAS-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-LINEAS PIC X VALUE "N".
       01 WS-PEDIDO-CONSULTA PIC 9(6) VALUE ZEROES.
       01 WS-PEDIDO-ACTUAL PIC 9(6) VALUE ZEROES.
       01 WS-L PIC 9(4).
       01 WS-PENDIENTES PIC S9(7).
       01 WS-PEDIDOS-VISTOS PIC 9(5) VALUE ZEROES.
       01 WS-LINEAS-CONFORMES PIC 9(5) VALUE ZEROES.
       01 WS-LINEAS-DIFERENCIA PIC 9(5) VALUE ZEROES.

      * Acumulado por linea del pedido (subindice = PL-LINEA) de las
      * filas del albaran: un mismo renglon puede venir partido en
      * varios lotes.
       01 TABLA-LINEAS-ALBARAN.
           05 TL-ENTRADA OCCURS 999 TIMES.
               10 TL-FILAS PIC 9(3).
               10 TL-FILAS-PENDIENTES PIC 9(3).
               10 TL-PRODUCTO-ID PIC 9(6).
               10 TL-PEDIDAS PIC 9(6).
               10 TL-ENVIADAS PIC 9(7).
               10 TL-CONTADAS PIC 9(7).

       01 REP-TITULO PIC X(120) VALUE
           "DIFERENCIAS ALBARAN ELECTRONICO / PEDIDO / CONTADO".
       01 REP-ENCABEZADO PIC X(120) VALUE
           "PEDIDO  LIN  PRODUCTO DESCRIPCION                     PEDIDA
      -    "S ENVIADAS CONTADAS  DIFERENCIA".
       01 REP-DETALLE.
           05 RD-PEDIDO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-LINEA PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-PRODUCTO PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-DESCRIP PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-PEDIDAS PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ENVIADAS PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-CONTADAS PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ESTADO PIC X(30).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- DIFERENCIAS DE ALBARAN ---------------------
      * Por cada linea de pedido con albaran electronico compara lo
      * que quedaba pendiente del pedido, lo que el proveedor dice
      * que envio y lo que se conto al recibir. Solo salen las que no
      * cuadran (y las lineas pendientes que el albaran no trajo); el
      * detalle va a ALBARAN-PROV-DIFERENCIAS.txt y es el respaldo
      * del cotejo a tres bandas de ALTA-FACTURA-PROV.
       INICIO.
           MOVE "N" TO WS-EOF
           MOVE ZEROES TO WS-PEDIDO-ACTUAL
           MOVE ZEROES TO WS-PEDIDOS-VISTOS
           MOVE ZEROES TO WS-LINEAS-CONFORMES
           MOVE ZEROES TO WS-LINEAS-DIFERENCIA
           DISPLAY "Numero de pedido (0 = todos los pedidos con "
               "albaran): "
           ACCEPT WS-PEDIDO-CONSULTA
           IF WS-PEDIDO-CONSULTA NOT NUMERIC
               MOVE 0 TO WS-PEDIDO-CONSULTA
           END-IF

           OPEN INPUT ALBARANES-PROV
           IF WS-ALBPROV-STATUS NOT = "00"
               IF WS-ALBPROV-STATUS NOT = "35"
                   MOVE "INICIO" TO WS-INC-PARRAFO
                   MOVE "ALBARANES-PROV-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-ALBPROV-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA-GRAVE
               END-IF
               DISPLAY "No hay albaranes electronicos importados."
               GOBACK
           END-IF
           OPEN INPUT PEDIDOS-LINEAS
           IF WS-LINEAS-STATUS NOT = "00" AND
              WS-LINEAS-STATUS NOT = "35"
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PEDIDOS-LINEAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-LINEAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF
           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00" AND
              WS-PRODUCTO-STATUS NOT = "35"
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF
           OPEN OUTPUT REPORTE-TXT
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA

           MOVE WS-PEDIDO-CONSULTA TO AP-PEDIDO-NUMERO
           MOVE 0 TO AP-SECUENCIA
           START ALBARANES-PROV KEY IS GREATER THAN AP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ ALBARANES-PROV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF WS-PEDIDO-CONSULTA > 0 AND
                          AP-PEDIDO-NUMERO NOT = WS-PEDIDO-CONSULTA
                           MOVE "S" TO WS-EOF
                       ELSE
                           IF AP-PEDIDO-NUMERO NOT = WS-PEDIDO-ACTUAL
                               PERFORM CERRAR-PEDIDO-ALBARAN
                               MOVE AP-PEDIDO-NUMERO
                                   TO WS-PEDIDO-ACTUAL
                               INITIALIZE TABLA-LINEAS-ALBARAN
                               ADD 1 TO WS-PEDIDOS-VISTOS
                           END-IF
                           PERFORM ACUMULAR-FILA-ALBARAN
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CERRAR-PEDIDO-ALBARAN

           CLOSE ALBARANES-PROV
           IF WS-LINEAS-STATUS = "00"
               CLOSE PEDIDOS-LINEAS
           END-IF
           IF WS-PRODUCTO-STATUS = "00"
               CLOSE PRODUCTO
           END-IF
           CLOSE REPORTE-TXT

           IF WS-PEDIDOS-VISTOS = 0
               DISPLAY "SIN ALBARANES ELECTRONICOS PARA ESE PEDIDO."
           ELSE
               DISPLAY "PEDIDOS: " WS-PEDIDOS-VISTOS
                   "  LINEAS CONFORMES: " WS-LINEAS-CONFORMES
                   "  CON DIFERENCIA: " WS-LINEAS-DIFERENCIA
           END-IF
           DISPLAY "Diferencias de albaran en "
               "ALBARAN-PROV-DIFERENCIAS.txt"
           GOBACK.

       ACUMULAR-FILA-ALBARAN.
           IF AP-PL-LINEA > 0
               ADD 1 TO TL-FILAS(AP-PL-LINEA)
               MOVE AP-PRODUCTO-ID TO TL-PRODUCTO-ID(AP-PL-LINEA)
               MOVE AP-PENDIENTES TO TL-PEDIDAS(AP-PL-LINEA)
               ADD AP-UNIDADES TO TL-ENVIADAS(AP-PL-LINEA)
               IF AP-PENDIENTE
                   ADD 1 TO TL-FILAS-PENDIENTES(AP-PL-LINEA)
               ELSE
                   ADD AP-CONTADAS TO TL-CONTADAS(AP-PL-LINEA)
               END-IF
           END-IF.

      *> Fin de un pedido: primero las lineas del pedido aun
      *> pendientes que el albaran no trae, despues cada linea con
      *> filas de albaran.
       CERRAR-PEDIDO-ALBARAN.
           IF WS-PEDIDO-ACTUAL > 0
               PERFORM BUSCAR-LINEAS-SIN-ALBARAN
               PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 999
                   IF TL-FILAS(WS-L) > 0
                       PERFORM EVALUAR-LINEA-ALBARAN
                   END-IF
               END-PERFORM
           END-IF.

       BUSCAR-LINEAS-SIN-ALBARAN.
           IF WS-LINEAS-STATUS = "00"
               MOVE "N" TO WS-EOF-LINEAS
               MOVE WS-PEDIDO-ACTUAL TO PL-PEDIDO-NUMERO
               MOVE 0 TO PL-LINEA
               START PEDIDOS-LINEAS KEY IS GREATER THAN PL-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-LINEAS
               END-START
               PERFORM UNTIL WS-EOF-LINEAS = "S"
                   READ PEDIDOS-LINEAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-LINEAS
                       NOT AT END
                           IF PL-PEDIDO-NUMERO NOT = WS-PEDIDO-ACTUAL
                               MOVE "S" TO WS-EOF-LINEAS
                           ELSE
                               PERFORM VER-LINEA-SIN-ALBARAN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       VER-LINEA-SIN-ALBARAN.
           COMPUTE WS-PENDIENTES = PL-CANTIDAD - PL-RECIBIDO
           IF PL-LINEA > 0 AND WS-PENDIENTES > 0 AND
              TL-FILAS(PL-LINEA) = 0
               MOVE PL-LINEA TO RD-LINEA
               MOVE PL-PRODUCTO-ID TO RD-PRODUCTO
               MOVE WS-PENDIENTES TO RD-PEDIDAS
               MOVE ZEROES TO RD-ENVIADAS
               MOVE ZEROES TO RD-CONTADAS
               MOVE "NO VIENE EN EL ALBARAN" TO RD-ESTADO
               PERFORM ESCRIBIR-DIFERENCIA
           END-IF.

       EVALUAR-LINEA-ALBARAN.
           MOVE WS-L TO RD-LINEA
           MOVE TL-PRODUCTO-ID(WS-L) TO RD-PRODUCTO
           MOVE TL-PEDIDAS(WS-L) TO RD-PEDIDAS
           MOVE TL-ENVIADAS(WS-L) TO RD-ENVIADAS
           MOVE TL-CONTADAS(WS-L) TO RD-CONTADAS
           EVALUATE TRUE
               WHEN TL-FILAS-PENDIENTES(WS-L) > 0
                   MOVE "ALBARAN SIN RECIBIR" TO RD-ESTADO
               WHEN TL-CONTADAS(WS-L) < TL-ENVIADAS(WS-L)
                   MOVE "CONTADO MENOS QUE ENVIADO" TO RD-ESTADO
               WHEN TL-CONTADAS(WS-L) > TL-ENVIADAS(WS-L)
                   MOVE "CONTADO MAS QUE ENVIADO" TO RD-ESTADO
               WHEN TL-ENVIADAS(WS-L) < TL-PEDIDAS(WS-L)
                   MOVE "ENVIADO MENOS QUE PEDIDO" TO RD-ESTADO
               WHEN TL-ENVIADAS(WS-L) > TL-PEDIDAS(WS-L)
                   MOVE "ENVIADO MAS QUE PEDIDO" TO RD-ESTADO
               WHEN OTHER
                   MOVE SPACES TO RD-ESTADO
           END-EVALUATE
           IF RD-ESTADO = SPACES
               ADD 1 TO WS-LINEAS-CONFORMES
           ELSE
               PERFORM ESCRIBIR-DIFERENCIA
           END-IF.

       ESCRIBIR-DIFERENCIA.
           ADD 1 TO WS-LINEAS-DIFERENCIA
           MOVE WS-PEDIDO-ACTUAL TO RD-PEDIDO
           MOVE SPACES TO RD-DESCRIP
           IF WS-PRODUCTO-STATUS = "00"
               MOVE RD-PRODUCTO TO PRODUCTO-ID
               READ PRODUCTO
                   INVALID KEY
                       MOVE "(PRODUCTO DESCONOCIDO)" TO RD-DESCRIP
                   NOT INVALID KEY
                       MOVE PRODUCTO-DESCRIP TO RD-DESCRIP
               END-READ
           END-IF
           MOVE REP-DETALLE TO REP-LINEA
           WRITE REP-LINEA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-ALBARAN-PROV" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-ALBARAN-PROV.
