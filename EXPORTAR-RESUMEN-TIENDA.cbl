               10 TV-UNIDADES PIC 9(7).
               10 TV-IMPORTE PIC 9(9)V99.
       01 WS-ENCONTRADO PIC X VALUE "N".
      * Cifras de control del archivo (CONTROL-INTERCAMBIO).
           COPY INTERCAM REPLACING LEADING ==IX== BY ==WS-IX==.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- RESUMEN DIARIO DE TIENDA -------------------
           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir VENTAS-INDEXADO.dat. Estado: "
                   WS-VENTAS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           OPEN OUTPUT RESUMEN-CSV
      *> Cabecera de control delante de la linea de titulos.
           INITIALIZE WS-IX-PETICION
           MOVE "A" TO WS-IX-OPERACION
           MOVE "RESUMEN" TO WS-IX-TIPO
           MOVE "TIENDAS" TO WS-IX-SOCIO
           MOVE "EXPORTAR-RESUMEN-TIENDA" TO WS-IX-PROGRAMA
           MOVE "RESUMEN-TIENDA-SALIDA.csv" TO WS-IX-ARCHIVO
           MOVE "S" TO WS-IX-CON-TITULOS
           MOVE 5 TO WS-IX-COL-CANTIDAD
           MOVE 6 TO WS-IX-COL-IMPORTE
           MOVE WS-FECHA-RESUMEN TO WS-IX-FECHA
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           MOVE WS-IX-CABECERA TO RESUMEN-LINEA
           WRITE RESUMEN-LINEA
           MOVE "FECHA,PRODUCTO,DESCRIPCION,FAMILIA,UNIDADES,IMPORTE,
      -        "STOCK" TO RESUMEN-LINEA
           WRITE RESUMEN-LINEA

           CLOSE PRODUCTO
           CLOSE RESUMEN-CSV
      *> Pie con las cifras de control: unidades e importe vendidos.
           MOVE "C" TO WS-IX-OPERACION
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           DISPLAY WS-LINEAS " productos exportados a "
               "RESUMEN-TIENDA-SALIDA.csv (" WS-FECHA-RESUMEN ")"
           STOP RUN.
           WRITE RESUMEN-LINEA
           ADD 1 TO WS-LINEAS.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "EXPORTAR-RESUMEN-TIENDA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM EXPORTAR-RESUMEN-TIENDA.
