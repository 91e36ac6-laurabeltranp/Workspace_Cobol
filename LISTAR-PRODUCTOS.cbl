       01 WS-EOF PIC A(1).
       01 WS-EOF-SORT PIC A(1).
       01 WS-ORDEN-OPCION PIC 9 VALUE 1.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.


       PROCEDURE DIVISION.
       IF FILE-STATUS NOT = "00"
        DISPLAY "Error al abrir el archivo. Codigo de estado: "
            FILE-STATUS
        MOVE "PRINCIPAL" TO WS-INC-PARRAFO
        MOVE "producto.dat" TO WS-INC-ARCHIVO
        MOVE FILE-STATUS TO WS-INC-ESTADO
        PERFORM REGISTRAR-INCIDENCIA-GRAVE
        CLOSE PRODUCTO
        STOP RUN
       END-IF
                   END-IF
           END-RETURN
           END-PERFORM.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "LISTAR-PRODUCTOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.
       END PROGRAM LISTAR-PRODUCTOS.
