       01 WS-CAMPO-UNIDADES PIC X(10).
       01 WS-CAMPO-IMPORTE PIC X(12).
       01 WS-CAMPO-STOCK PIC X(10).
      * Cifras de control del resumen recibido (CONTROL-INTERCAMBIO).
           COPY INTERCAM REPLACING LEADING ==IX== BY ==WS-IX==.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- STOCK DE LA OTRA TIENDA --------------------
      * partir de su resumen diario: la consulta de producto y la
      * revision del reorden muestran despues "alla quedan N" sin
      * telefonazo. El archivo se reescribe entero en cada carga: la
      * foto vieja no sirve de nada. Un resumen cortado, repetido o
      * fuera de secuencia se rechaza antes de borrar la foto
      * anterior.
       INICIO.
           PERFORM VERIFICAR-INTERCAMBIO
           IF NOT WS-IX-ACEPTADO
               STOP RUN
           END-IF

           OPEN INPUT RESUMEN-OTRA
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "No se encontro RESUMEN-TIENDA-ENTRADA.csv."
           IF WS-OTRA-STATUS NOT = "00"
               DISPLAY "Error al crear la foto de stock. Estado: "
                   WS-OTRA-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "STOCK-OTRA-TIENDA-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-OTRA-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE RESUMEN-OTRA
               STOP RUN
           END-IF
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RESUMEN-LINEA(1:4) = "#CAB" OR
                                RESUMEN-LINEA(1:4) = "#FIN"
                               CONTINUE
                           WHEN WS-PRIMERA-LINEA = "S"
                               MOVE "N" TO WS-PRIMERA-LINEA
                           WHEN OTHER
                               PERFORM CARGAR-LINEA-STOCK
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE RESUMEN-OTRA
           CLOSE STOCK-OTRA
           MOVE "R" TO WS-IX-OPERACION
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           DISPLAY WS-CARGADOS " productos cargados en la foto de la "
               "otra tienda."
           STOP RUN.

      *----------------------- CIFRAS DE CONTROL -------------------------
      * Cuenta las lineas y suma unidades e importes del resumen
      * contra su pie, y casa la secuencia con el ultimo resumen
      * recibido de esa tienda.
       VERIFICAR-INTERCAMBIO.
           INITIALIZE WS-IX-PETICION
           MOVE "V" TO WS-IX-OPERACION
           MOVE "RESUMEN" TO WS-IX-TIPO
           MOVE "IMPORTAR-STOCK-TIENDA" TO WS-IX-PROGRAMA
           MOVE "RESUMEN-TIENDA-ENTRADA.csv" TO WS-IX-ARCHIVO
           MOVE "S" TO WS-IX-CON-TITULOS
           MOVE 5 TO WS-IX-COL-CANTIDAD
           MOVE 6 TO WS-IX-COL-IMPORTE
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           IF NOT WS-IX-ACEPTADO
               DISPLAY "RESUMEN-TIENDA-ENTRADA.csv RECHAZADO: "
                   WS-IX-MOTIVO
               DISPLAY "Se conserva la foto anterior: pida el resumen "
                   "de nuevo a la otra tienda."
               MOVE "VERIFICAR-INTERCAMBIO" TO WS-INC-PARRAFO
               MOVE "RESUMEN-TIENDA-ENTRADA.csv" TO WS-INC-ARCHIVO
               MOVE WS-IX-MOTIVO TO WS-INC-DETALLE
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
           END-IF.

       CARGAR-LINEA-STOCK.
           UNSTRING RESUMEN-LINEA DELIMITED BY ","
               INTO WS-CAMPO-FECHA
               END-IF
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "IMPORTAR-STOCK-TIENDA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM IMPORTAR-STOCK-TIENDA.
