       01 CATALOGO-ENCABEZADO PIC X(150) VALUE
           "ID,CONTROL,DESCRIPCION,PRECIO,STOCK,CADUCIDAD,CRITICO,
      -    "PROVEEDOR,UBICACION,EAN".
      * Cifras de control del archivo (CONTROL-INTERCAMBIO).
           COPY INTERCAM REPLACING LEADING ==IX== BY ==WS-IX==.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "PRINCIPAL" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "No se pudo crear CATALOGO.csv. Estado: "
                   WS-CSV-STATUS
               MOVE "PRINCIPAL" TO WS-INC-PARRAFO
               MOVE "CATALOGO.csv" TO WS-INC-ARCHIVO
               MOVE WS-CSV-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRODUCTO
               STOP RUN
           END-IF

      *> Cabecera de control delante de la linea de titulos.
           INITIALIZE WS-IX-PETICION
           MOVE "A" TO WS-IX-OPERACION
           MOVE "CATALOGO" TO WS-IX-TIPO
           MOVE "TIENDAS" TO WS-IX-SOCIO
           MOVE "EXPORTAR-CATALOGO" TO WS-IX-PROGRAMA
           MOVE "CATALOGO.csv" TO WS-IX-ARCHIVO
           MOVE "S" TO WS-IX-CON-TITULOS
           MOVE 5 TO WS-IX-COL-CANTIDAD
           MOVE 4 TO WS-IX-COL-IMPORTE
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           MOVE WS-IX-CABECERA TO CATALOGO-CSV-LINEA
           WRITE CATALOGO-CSV-LINEA

           MOVE CATALOGO-ENCABEZADO TO CATALOGO-CSV-LINEA
           WRITE CATALOGO-CSV-LINEA


           CLOSE PRODUCTO
           CLOSE CATALOGO-CSV
      *> Pie con las cifras de control: unidades de stock y precios.
           MOVE "C" TO WS-IX-OPERACION
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           STOP RUN.

       ESCRIBIR-LINEA-CATALOGO.
               INTO CATALOGO-CSV-LINEA
           WRITE CATALOGO-CSV-LINEA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "EXPORTAR-CATALOGO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM EXPORTAR-CATALOGO.
