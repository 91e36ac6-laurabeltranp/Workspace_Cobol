           05 MG-PRECIO PIC 9(5)V99.
           05 MG-COSTO PIC 9(5)V99.
           05 MG-STOCK PIC 9(6).
           05 MG-CONSIGNA PIC X.
               88 MG-EN-CONSIGNA VALUE "S".

       WORKING-STORAGE SECTION.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 MARGEN-PIE-COSTO.
           05 FILLER PIC X(26) VALUE "VALORACION A COSTO (EUR):".
           05 MP-COSTO PIC Z(10)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- MARGENES POR PRODUCTO ----------------------
      * Recorre el catalogo agrupado por proveedor mostrando precio,
      * costo y margen unitario de cada producto, y cierra con la
      * valoracion del inventario tanto a precio de venta como a
      * costo. La mercancia en consigna sale en el listado pero su
      * stock es del proveedor: no entra en la valoracion.
       INICIO.
           OPEN OUTPUT REPORTE-MAR
           MOVE MARGEN-ENCABEZADO TO MARGEN-LINEA
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "CARGAR-SORT-MARGEN" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               PERFORM UNTIL WS-EOF = "S"
                   READ PRODUCTO NEXT RECORD
                           MOVE PRODUCTO-PRECIO TO MG-PRECIO
                           MOVE PRODUCTO-COSTO TO MG-COSTO
                           MOVE PRODUCTO-STOCK TO MG-STOCK
                           MOVE PRODUCTO-CONSIGNA TO MG-CONSIGNA
                           RELEASE MG-REGISTRO
                   END-READ
               END-PERFORM
           MOVE MARGEN-DETALLE TO MARGEN-LINEA
           WRITE MARGEN-LINEA
           DISPLAY MARGEN-DETALLE
           IF NOT MG-EN-CONSIGNA
               COMPUTE WS-VALOR-RETAIL =
                   WS-VALOR-RETAIL + (MG-STOCK * MG-PRECIO)
               COMPUTE WS-VALOR-COSTO =
                   WS-VALOR-COSTO + (MG-STOCK * MG-COSTO)
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-MARGEN" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-MARGEN.
