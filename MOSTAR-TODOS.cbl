           05 R-PRODUCTO-EAN PIC 9(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 R-PRODUCTO-FAMILIA PIC 9(3).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.

           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error al abrir el archivo. Código de estado: "
               WS-FILE-STATUS
               MOVE "PRINCIPAL" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-FILE-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRODUCTO
               STOP RUN
           END-IF
                       MOVE PRODUCTO-FAMILIA TO R-PRODUCTO-FAMILIA

      * Acumular la valoración del inventario (precio x stock)
      * El stock en consigna es del proveedor: vale cero
                       IF PRODUCTO-EN-CONSIGNA
                           MOVE ZEROES TO WS-VALOR-PRODUCTO
                       ELSE
                           COMPUTE WS-VALOR-PRODUCTO =
                               PRODUCTO-PRECIO * PRODUCTO-STOCK
                       END-IF
                       ADD WS-VALOR-PRODUCTO TO WS-VALOR-TOTAL
                       PERFORM ACUMULAR-VALOR-FAMILIA

               WRITE REPORTE-LINEA FROM WS-LINEA-TOTAL
           END-PERFORM.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "MOSTRAR-TODOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM MOSTRAR-TODOS.
