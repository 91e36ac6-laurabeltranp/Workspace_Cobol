       01 NUEVO-PRODUCTO-PROVEEDOR-ID PIC 9(6).
       01 NUEVO-PRODUCTO-UBICACION PIC X(10).
       01 NUEVO-PRODUCTO-EAN PIC 9(13).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
           OPEN I-O PRODUCTO.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error al abrir el archivo. Código de estado: "
               DISPLAY WS-FILE-STATUS
               MOVE "PRINCIPAL" TO WS-INC-PARRAFO
               MOVE "PRODUCTO-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-FILE-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRODUCTO
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDITORIA-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDITORIA-HORA
           WRITE AUDITORIA-REGISTRO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "ALTA-PRODUCTO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.
       END PROGRAM ALTA-PRODUCTO.
