           05 RD-DATO-2 PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-DATO-3 PIC Z(6)9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- REPORTE CONSOLIDADO ------------------------
       INICIO.
           OPEN INPUT RESUMEN-PROPIO
           IF WS-PROPIO-STATUS NOT = "00"
               IF WS-PROPIO-STATUS NOT = "35"
                   MOVE "INICIO" TO WS-INC-PARRAFO
                   MOVE "RESUMEN-TIENDA-SALIDA.csv" TO WS-INC-ARCHIVO
                   MOVE WS-PROPIO-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA-GRAVE
               END-IF
               DISPLAY "Falta RESUMEN-TIENDA-SALIDA.csv: genere antes "
                   "el resumen propio (EXPORTAR-RESUMEN-TIENDA)."
               STOP RUN
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE PROPIO-LINEA TO OTRA-LINEA
                       PERFORM CLASIFICAR-LINEA-RESUMEN
               END-READ
           END-PERFORM
           CLOSE RESUMEN-PROPIO

           OPEN INPUT RESUMEN-OTRA
           IF WS-OTRA-STATUS NOT = "00"
               IF WS-OTRA-STATUS NOT = "35"
                   MOVE "INICIO" TO WS-INC-PARRAFO
                   MOVE "RESUMEN-TIENDA-ENTRADA.csv" TO WS-INC-ARCHIVO
                   MOVE WS-OTRA-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
               DISPLAY "Falta RESUMEN-TIENDA-ENTRADA.csv (resumen de "
                   "la otra tienda): el reporte sale solo con esta."
           ELSE
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CLASIFICAR-LINEA-RESUMEN
                   END-READ
               END-PERFORM
               CLOSE RESUMEN-OTRA
           PERFORM ESCRIBIR-REPORTE
           STOP RUN.

      *> Cabecera y pie de control (CONTROL-INTERCAMBIO) y la linea de
      *> titulos no son productos. Las cifras de control del resumen
      *> de la otra tienda las verifica IMPORTAR-STOCK-TIENDA al
      *> cargarlo.
       CLASIFICAR-LINEA-RESUMEN.
           EVALUATE TRUE
               WHEN OTRA-LINEA(1:4) = "#CAB" OR
                    OTRA-LINEA(1:4) = "#FIN"
                   CONTINUE
               WHEN WS-PRIMERA-LINEA = "S"
                   MOVE "N" TO WS-PRIMERA-LINEA
               WHEN OTHER
                   PERFORM PROCESAR-LINEA-RESUMEN
           END-EVALUATE.

       PROCESAR-LINEA-RESUMEN.
           UNSTRING OTRA-LINEA DELIMITED BY ","
               INTO WS-CAMPO-FECHA
           WRITE REP-LINEA
           DISPLAY REP-DETALLE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-CONSOLIDADO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-CONSOLIDADO.
