       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-ALBARAN-PROV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Albaran electronico del proveedor en el layout acordado:
      *> PEDIDO,LINEA,PRODUCTO,UNIDADES,LOTE,CADUCIDAD
      *> (una fila por linea del pedido y lote; la caducidad AAAAMMDD
      *> es opcional).
           SELECT ALBARAN-CSV
               ASSIGN TO "ALBARAN-PROV-ENTRADA.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

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

           SELECT ALBARANES-PROV
               ASSIGN TO "ALBARANES-PROV-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CLAVE
               FILE STATUS IS WS-ALBPROV-STATUS.

           SELECT EXCEPCIONES-TXT
               ASSIGN TO "ALBARAN-PROV-EXCEPCIONES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALBARAN-CSV.
       01 ALB-LINEA PIC X(100).

       FD PEDIDOS.
           COPY PEDIDO.

       FD PEDIDOS-LINEAS.
           COPY PEDLIN.

       FD ALBARANES-PROV.
           COPY ALBPROV.

       FD EXCEPCIONES-TXT.
       01 EXCEP-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-CSV-STATUS PIC XX.
       01 WS-PEDIDOS-STATUS PIC XX.
       01 WS-LINEAS-STATUS PIC XX.
       01 WS-ALBPROV-STATUS PIC XX.
       01 WS-EXCEP-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-ALBARAN PIC X VALUE "N".
       01 WS-PRIMERA-LINEA PIC X VALUE "S".
       01 WS-CARGADAS PIC 9(5) VALUE ZEROES.
       01 WS-RECHAZADAS PIC 9(5) VALUE ZEROES.
       01 WS-SUSTITUIDAS PIC 9(5) VALUE ZEROES.
       01 WS-CAMPO-PEDIDO PIC X(10).
       01 WS-CAMPO-LINEA PIC X(5).
       01 WS-CAMPO-PRODUCTO PIC X(10).
       01 WS-CAMPO-UNIDADES PIC X(10).
       01 WS-CAMPO-LOTE PIC X(10).
       01 WS-CAMPO-CADUCIDAD PIC X(10).
       01 WS-PEDIDO-ACTUAL PIC 9(6) VALUE ZEROES.
       01 WS-ULTIMA-SECUENCIA PIC 9(3) VALUE ZEROES.
       01 WS-PENDIENTES PIC S9(7).
       01 WS-FECHA-HOY PIC 9(8).
      * Pedidos ya tratados en esta importacion: si el archivo trae
      * un pedido en filas no seguidas no se borran las recien
      * cargadas.
       01 WS-PEDIDO-YA-VISTO PIC X VALUE "N".
       01 WS-V PIC 9(3).
       01 WS-VISTOS-CANT PIC 9(3) VALUE ZEROES.
       01 TABLA-PEDIDOS-VISTOS.
           05 TV-PEDIDO PIC 9(6) OCCURS 500 TIMES.
       01 EXCEP-DETALLE.
           05 ED-PEDIDO PIC X(6).
           05 FILLER PIC X(2) VALUE "/".
           05 ED-LINEA PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ED-MOTIVO PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ED-ORIGINAL PIC X(60).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- ALBARAN ELECTRONICO ------------------------
      * Importa el albaran que el proveedor manda antes que el camion
      * contra el pedido abierto (emitido o recibido parcial): cada
      * fila queda pendiente de recibir en ALBARANES-PROV-INDEXADO.dat
      * con sus unidades, lote y caducidad, y ALTA-RECEPCION la ofrece
      * prellenada para que solo se confirme o corrija lo contado. Un
      * reenvio del albaran del mismo pedido sustituye las filas aun
      * no recibidas. Lo que no casa con el pedido sale en
      * ALBARAN-PROV-EXCEPCIONES.txt.
       INICIO.
           OPEN INPUT ALBARAN-CSV
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "No se encontro ALBARAN-PROV-ENTRADA.csv."
               STOP RUN
           END-IF

           OPEN INPUT PEDIDOS
           OPEN INPUT PEDIDOS-LINEAS
           IF WS-PEDIDOS-STATUS NOT = "00" OR
              WS-LINEAS-STATUS NOT = "00"
               DISPLAY "No se pudieron abrir los pedidos. Estados: "
                   WS-PEDIDOS-STATUS " / " WS-LINEAS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PEDIDOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PEDIDOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE ALBARAN-CSV
               STOP RUN
           END-IF

           OPEN I-O ALBARANES-PROV
           IF WS-ALBPROV-STATUS = "35"
               OPEN OUTPUT ALBARANES-PROV
               CLOSE ALBARANES-PROV
               OPEN I-O ALBARANES-PROV
           END-IF
           IF WS-ALBPROV-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ALBARANES-PROV-INDEXADO.dat. "
                   "Estado: " WS-ALBPROV-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "ALBARANES-PROV-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-ALBPROV-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE ALBARAN-CSV
               CLOSE PEDIDOS
               CLOSE PEDIDOS-LINEAS
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           OPEN OUTPUT EXCEPCIONES-TXT
           MOVE "FILAS DEL ALBARAN ELECTRONICO NO CARGADAS:"
               TO EXCEP-LINEA
           WRITE EXCEP-LINEA

           PERFORM UNTIL WS-EOF = "S"
               READ ALBARAN-CSV
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF WS-PRIMERA-LINEA = "S"
                           MOVE "N" TO WS-PRIMERA-LINEA
                       ELSE
                           PERFORM PROCESAR-LINEA-ALBARAN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALBARAN-CSV
           CLOSE PEDIDOS
           CLOSE PEDIDOS-LINEAS
           CLOSE ALBARANES-PROV
           CLOSE EXCEPCIONES-TXT
           DISPLAY "FILAS CARGADAS....: " WS-CARGADAS
           DISPLAY "FILAS SUSTITUIDAS.: " WS-SUSTITUIDAS
           DISPLAY "FILAS RECHAZADAS..: " WS-RECHAZADAS
           IF WS-RECHAZADAS > 0
               DISPLAY "Detalle de rechazos en "
                   "ALBARAN-PROV-EXCEPCIONES.txt"
           END-IF
           STOP RUN.

       PROCESAR-LINEA-ALBARAN.
           MOVE SPACES TO WS-CAMPO-LOTE
           MOVE SPACES TO WS-CAMPO-CADUCIDAD
           UNSTRING ALB-LINEA DELIMITED BY ","
               INTO WS-CAMPO-PEDIDO
                    WS-CAMPO-LINEA
                    WS-CAMPO-PRODUCTO
                    WS-CAMPO-UNIDADES
                    WS-CAMPO-LOTE
                    WS-CAMPO-CADUCIDAD
           END-UNSTRING
           IF WS-CAMPO-PEDIDO(1:6) NOT NUMERIC OR
              WS-CAMPO-LINEA(1:3) NOT NUMERIC OR
              WS-CAMPO-PRODUCTO(1:6) NOT NUMERIC OR
              WS-CAMPO-UNIDADES(1:6) NOT NUMERIC
               MOVE "FORMATO INVALIDO" TO ED-MOTIVO
               PERFORM RECHAZAR-LINEA-ALBARAN
           ELSE
               MOVE WS-CAMPO-PEDIDO(1:6) TO PEDIDO-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       MOVE "PEDIDO INEXISTENTE" TO ED-MOTIVO
                       PERFORM RECHAZAR-LINEA-ALBARAN
                   NOT INVALID KEY
                       IF PEDIDO-CERRADO
                           MOVE "PEDIDO YA CERRADO" TO ED-MOTIVO
                           PERFORM RECHAZAR-LINEA-ALBARAN
                       ELSE
                           PERFORM VALIDAR-LINEA-PEDIDO
                       END-IF
               END-READ
           END-IF.

       VALIDAR-LINEA-PEDIDO.
           MOVE WS-CAMPO-PEDIDO(1:6) TO PL-PEDIDO-NUMERO
           MOVE WS-CAMPO-LINEA(1:3) TO PL-LINEA
           READ PEDIDOS-LINEAS
               INVALID KEY
                   MOVE "LINEA DE PEDIDO INEXISTENTE" TO ED-MOTIVO
                   PERFORM RECHAZAR-LINEA-ALBARAN
               NOT INVALID KEY
                   IF PL-PRODUCTO-ID NOT = WS-CAMPO-PRODUCTO(1:6)
                       MOVE "PRODUCTO DISTINTO AL DE LA LINEA"
                           TO ED-MOTIVO
                       PERFORM RECHAZAR-LINEA-ALBARAN
                   ELSE
                       IF PEDIDO-NUMERO NOT = WS-PEDIDO-ACTUAL
                           PERFORM PREPARAR-PEDIDO-ALBARAN
                       END-IF
                       PERFORM GRABAR-FILA-ALBARAN
                   END-IF
           END-READ.

      *> Primera fila de un pedido en este archivo: se borran las
      *> filas pendientes de un envio anterior del mismo albaran (las
      *> ya recibidas se conservan) y la numeracion sigue detras de
      *> la ultima que quede.
       PREPARAR-PEDIDO-ALBARAN.
           MOVE PEDIDO-NUMERO TO WS-PEDIDO-ACTUAL
           MOVE ZEROES TO WS-ULTIMA-SECUENCIA
           MOVE "N" TO WS-PEDIDO-YA-VISTO
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-VISTOS-CANT
               IF TV-PEDIDO(WS-V) = WS-PEDIDO-ACTUAL
                   MOVE "S" TO WS-PEDIDO-YA-VISTO
               END-IF
           END-PERFORM
           IF WS-PEDIDO-YA-VISTO = "N" AND WS-VISTOS-CANT < 500
               ADD 1 TO WS-VISTOS-CANT
               MOVE WS-PEDIDO-ACTUAL TO TV-PEDIDO(WS-VISTOS-CANT)
           END-IF
           MOVE "N" TO WS-EOF-ALBARAN
           MOVE WS-PEDIDO-ACTUAL TO AP-PEDIDO-NUMERO
           MOVE 0 TO AP-SECUENCIA
           START ALBARANES-PROV KEY IS GREATER THAN AP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-ALBARAN
           END-START
           PERFORM UNTIL WS-EOF-ALBARAN = "S"
               READ ALBARANES-PROV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ALBARAN
                   NOT AT END
                       IF AP-PEDIDO-NUMERO NOT = WS-PEDIDO-ACTUAL
                           MOVE "S" TO WS-EOF-ALBARAN
                       ELSE
                           IF AP-PENDIENTE AND
                              WS-PEDIDO-YA-VISTO = "N"
                               DELETE ALBARANES-PROV
                               ADD 1 TO WS-SUSTITUIDAS
                           ELSE
                               MOVE AP-SECUENCIA
                                   TO WS-ULTIMA-SECUENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GRABAR-FILA-ALBARAN.
           ADD 1 TO WS-ULTIMA-SECUENCIA
           MOVE WS-PEDIDO-ACTUAL TO AP-PEDIDO-NUMERO
           MOVE WS-ULTIMA-SECUENCIA TO AP-SECUENCIA
           MOVE PL-LINEA TO AP-PL-LINEA
           MOVE PL-PRODUCTO-ID TO AP-PRODUCTO-ID
           MOVE WS-CAMPO-UNIDADES(1:6) TO AP-UNIDADES
           MOVE WS-CAMPO-LOTE TO AP-LOTE
           IF WS-CAMPO-CADUCIDAD(1:8) NUMERIC
               MOVE WS-CAMPO-CADUCIDAD(1:8) TO AP-CADUCIDAD
           ELSE
               MOVE ZEROES TO AP-CADUCIDAD
           END-IF
           COMPUTE WS-PENDIENTES = PL-CANTIDAD - PL-RECIBIDO
           IF WS-PENDIENTES < 0
               MOVE 0 TO WS-PENDIENTES
           END-IF
           MOVE WS-PENDIENTES TO AP-PENDIENTES
           MOVE ZEROES TO AP-CONTADAS
           MOVE "P" TO AP-ESTADO
           MOVE WS-FECHA-HOY TO AP-FECHA-IMPORTACION
           MOVE ZEROES TO AP-FECHA-RECEPCION
           WRITE ALBARAN-PROV-REGISTRO
               INVALID KEY
                   MOVE "ERROR AL GRABAR LA FILA" TO ED-MOTIVO
                   PERFORM RECHAZAR-LINEA-ALBARAN
               NOT INVALID KEY
                   ADD 1 TO WS-CARGADAS
           END-WRITE.

       RECHAZAR-LINEA-ALBARAN.
           ADD 1 TO WS-RECHAZADAS
           MOVE WS-CAMPO-PEDIDO(1:6) TO ED-PEDIDO
           MOVE WS-CAMPO-LINEA(1:3) TO ED-LINEA
           MOVE ALB-LINEA TO ED-ORIGINAL
           MOVE EXCEP-DETALLE TO EXCEP-LINEA
           WRITE EXCEP-LINEA
           DISPLAY "Fila rechazada: " ED-MOTIVO " " ALB-LINEA
           MOVE "RECHAZAR-LINEA-ALBARAN" TO WS-INC-PARRAFO
           MOVE "ALBARAN-PROV-ENTRADA.csv" TO WS-INC-ARCHIVO
           MOVE ED-PEDIDO TO WS-INC-CLAVE
           MOVE ED-MOTIVO TO WS-INC-DETALLE
           PERFORM REGISTRAR-INCIDENCIA-AVISO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-AVISO.
           MOVE "A" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "IMPORTAR-ALBARAN-PROV" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM IMPORTAR-ALBARAN-PROV.
