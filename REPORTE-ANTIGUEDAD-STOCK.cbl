           05 RD-B3 PIC Z(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-B4 PIC Z(7)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- ANTIGUEDAD DEL STOCK -----------------------
           IF WS-LOTES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir LOTES-INDEXADO.dat. Estado: "
                   WS-LOTES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "LOTES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-LOTES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           OPEN INPUT PRODUCTO
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF LOTE-UNIDADES > 0 AND
                          NOT LOTE-EN-CUARENTENA
                           PERFORM PROCESAR-LOTE
                       END-IF
               END-READ
                   MOVE ZEROES TO PRODUCTO-COSTO
                   MOVE ZEROES TO PRODUCTO-FAMILIA
           END-READ
      *> El lote en consigna es del proveedor: no suma al valor.
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO PRODUCTO-COSTO
           END-IF
           COMPUTE WS-VALOR-LOTE = LOTE-UNIDADES * PRODUCTO-COSTO
           PERFORM BUSCAR-FECHA-ENTRADA
           PERFORM CLASIFICAR-TRAMO
               END-IF
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-ANTIGUEDAD-STOCK" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-ANTIGUEDAD-STOCK.
