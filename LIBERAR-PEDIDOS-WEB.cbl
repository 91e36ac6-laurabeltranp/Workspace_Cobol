       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERAR-PEDIDOS-WEB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-WEB
               ASSIGN TO "PEDIDOS-WEB-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-PEDWEB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS-WEB.
           COPY PEDWEB.

       WORKING-STORAGE SECTION.
       01 WS-PEDWEB-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-LIBERADOS PIC 9(5) VALUE ZEROES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-FECHA PIC 9(8).
       01 LK-LIBERADOS PIC 9(5).

       PROCEDURE DIVISION USING LK-FECHA, LK-LIBERADOS.
      *----------------------- PEDIDOS WEB NO RECOGIDOS -------------------
      * El pedido reservado o preparado que paso su fecha limite sin
      * recogerse queda liberado: su reserva deja de contar contra el
      * stock en la caja, en la importacion y en el catalogo web. Lo
      * lanza BATCH-NOCTURNO cada noche y GESTION-PEDIDOS-WEB a mano.
       INICIO.
           MOVE ZEROES TO WS-LIBERADOS
           MOVE "N" TO WS-EOF
           OPEN I-O PEDIDOS-WEB
           IF WS-PEDWEB-STATUS NOT = "00"
               IF WS-PEDWEB-STATUS NOT = "35"
                   MOVE "INICIO" TO WS-INC-PARRAFO
                   MOVE "PEDIDOS-WEB-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-PEDWEB-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA-GRAVE
               END-IF
               MOVE ZEROES TO LK-LIBERADOS
               GOBACK
           END-IF
           MOVE 0 TO PW-NUMERO
           START PEDIDOS-WEB KEY IS NOT LESS THAN PW-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ PEDIDOS-WEB NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PW-VIVO AND PW-FECHA-LIMITE < LK-FECHA
                           MOVE "L" TO PW-ESTADO
                           MOVE LK-FECHA TO PW-FECHA-CIERRE
                           REWRITE PEDIDO-WEB-REGISTRO
                           ADD 1 TO WS-LIBERADOS
                           DISPLAY "Pedido web " PW-NUMERO
                               " sin recoger: reserva liberada."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PEDIDOS-WEB
           MOVE WS-LIBERADOS TO LK-LIBERADOS
           GOBACK.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "LIBERAR-PEDIDOS-WEB" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM LIBERAR-PEDIDOS-WEB.
