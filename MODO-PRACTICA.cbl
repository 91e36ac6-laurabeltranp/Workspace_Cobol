               RECORD KEY IS PRX-VALE-NUMERO
               FILE STATUS IS WS-COPIA-STATUS.

           SELECT PR-CUPONES-CANJEADOS
               ASSIGN TO "PRACTICA-CUPONES-CANJEADOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CC-NUMERO
               FILE STATUS IS WS-COPIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRACTICA-FLAG.
       FD PR-VALES.
           COPY VALE REPLACING LEADING ==VALE== BY ==PRX-VALE==.

       FD PR-CUPONES-CANJEADOS.
           COPY CUPONCAN REPLACING LEADING ==CC== BY ==PRC-CC==
               LEADING ==CUPON== BY ==PRC-CUPON==.

       WORKING-STORAGE SECTION.
       01 WS-FLAG-STATUS PIC XX.
       01 WS-ORIGEN-STATUS PIC XX.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-AUTORIZADO PIC X VALUE "N".
       01 WS-QUIEN PIC X(8).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- MODO PRACTICA ------------------------------
                       END-IF
               END-READ
               CLOSE PRACTICA-FLAG
           ELSE
               IF WS-FLAG-STATUS NOT = "35"
                   MOVE "LEER-ESTADO-ACTUAL" TO WS-INC-PARRAFO
                   MOVE "MODO-PRACTICA.flag" TO WS-INC-ARCHIVO
                   MOVE WS-FLAG-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       PREPARAR-Y-ACTIVAR.
           CLOSE PR-TICKETS
           OPEN OUTPUT PR-VALES
           CLOSE PR-VALES
           OPEN OUTPUT PR-CUPONES-CANJEADOS
           CLOSE PR-CUPONES-CANJEADOS

           OPEN OUTPUT PRACTICA-FLAG
           MOVE "S" TO PRACTICA-ESTADO
           MOVE ZEROES TO WS-COPIADOS
           OPEN INPUT PRODUCTO
           IF WS-ORIGEN-STATUS NOT = "00"
               IF WS-ORIGEN-STATUS NOT = "35"
                   MOVE "COPIAR-PRODUCTO" TO WS-INC-PARRAFO
                   MOVE "producto.dat" TO WS-INC-ARCHIVO
                   MOVE WS-ORIGEN-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
               DISPLAY "producto.dat no disponible: la copia queda "
                   "vacia."
               OPEN OUTPUT PR-PRODUCTO
           MOVE ZEROES TO WS-COPIADOS
           OPEN INPUT CLIENTES
           IF WS-ORIGEN-STATUS NOT = "00"
               IF WS-ORIGEN-STATUS NOT = "35"
                   MOVE "COPIAR-CLIENTES" TO WS-INC-PARRAFO
                   MOVE "CLIENTES-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-ORIGEN-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
               OPEN OUTPUT PR-CLIENTES
               CLOSE PR-CLIENTES
           ELSE
           MOVE ZEROES TO WS-COPIADOS
           OPEN INPUT PEDIDOS
           IF WS-ORIGEN-STATUS NOT = "00"
               IF WS-ORIGEN-STATUS NOT = "35"
                   MOVE "COPIAR-PEDIDOS" TO WS-INC-PARRAFO
                   MOVE "PEDIDOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-ORIGEN-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
               OPEN OUTPUT PR-PEDIDOS
               CLOSE PR-PEDIDOS
           ELSE
           MOVE ZEROES TO WS-COPIADOS
           OPEN INPUT PEDIDOS-LINEAS
           IF WS-ORIGEN-STATUS NOT = "00"
               IF WS-ORIGEN-STATUS NOT = "35"
                   MOVE "COPIAR-PEDIDOS-LINEAS" TO WS-INC-PARRAFO
                   MOVE "PEDIDOS-LINEAS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-ORIGEN-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
               OPEN OUTPUT PR-PEDIDOS-LINEAS
               CLOSE PR-PEDIDOS-LINEAS
           ELSE
               DISPLAY "Lineas de pedido copiadas: " WS-COPIADOS
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "MODO-PRACTICA" TO WS-INC-PROGRAMA
           MOVE WS-QUIEN TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM MODO-PRACTICA.
