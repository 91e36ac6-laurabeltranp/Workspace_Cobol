           05 CL-IMPORTE PIC Z(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-PORCENTAJE PIC ZZ9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- CLASIFICACION ABC --------------------------

      *> La historia cerrada sale del agregado mensual (una lectura
      *> corta); del detalle solo se toma el dia abierto en curso.
      *> Los depositos de envase no son venta: no se clasifican.
      *> Sin agregado construido se recorre el detalle entero, como
      *> antes.
       ACUMULAR-VENTAS-PRODUCTO.
           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir VENTAS-INDEXADO.dat. Estado: "
                   WS-VENTAS-STATUS
               MOVE "ACUMULAR-VENTAS-PRODUCTO" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               PERFORM UNTIL WS-EOF = "S"
                   READ VENTAS NEXT RECORD
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF NOT VE-ES-ANULADA AND
                              NOT VE-ES-DEPOSITO AND
                              (WS-HAY-AGREGADO = "N" OR
                               VE-FECHA = WS-HOY)
                               MOVE VE-PRODUCTO-ID TO WS-PRODUCTO-MOV
           WRITE CLASES-LINEA
           DISPLAY CLASES-DETALLE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-ABC" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-ABC.
