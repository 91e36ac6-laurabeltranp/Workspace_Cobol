           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-PCT PIC -(4)9.9.
           05 FILLER PIC X(2) VALUE " %".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- COMPARATIVA INTERANUAL ---------------------
           MOVE ZEROES TO TABLA-MESES

           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00" AND
              WS-PRODUCTO-STATUS NOT = "35"
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF

           MOVE 1 TO WS-LADO
           MOVE WS-ANIO-ACTUAL TO WS-ANIO-CARGA
                   END-READ
               END-PERFORM
               CLOSE VENTAS-ARCHIVO
           ELSE
               IF WS-ARCHIVO-STATUS NOT = "35"
                   MOVE "CARGAR-ANIO" TO WS-INC-PARRAFO
                   MOVE WS-NOMBRE-ARCHIVO TO WS-INC-ARCHIVO
                   MOVE WS-ARCHIVO-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF

           OPEN INPUT VENTAS
                   END-READ
               END-PERFORM
               CLOSE VENTAS
           ELSE
               IF WS-VENTAS-STATUS NOT = "35"
                   MOVE "CARGAR-ANIO" TO WS-INC-PARRAFO
                   MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       ACUMULAR-MOVIMIENTO.
           WRITE REP-LINEA
           DISPLAY REP-LINEA
           OPEN INPUT FAMILIAS
           IF WS-FAMILIAS-STATUS NOT = "00" AND
              WS-FAMILIAS-STATUS NOT = "35"
               MOVE "ESCRIBIR-REPORTE" TO WS-INC-PARRAFO
               MOVE "FAMILIAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-FAMILIAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TABLA-FAM-CANT
               SET TF-IDX TO WS-I
           WRITE REP-LINEA
           DISPLAY REP-DETALLE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-COMPARATIVA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-COMPARATIVA.
