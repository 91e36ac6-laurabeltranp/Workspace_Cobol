           05 EV-STOCK-PROD PIC Z(5)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 EV-VALOR-PROD PIC Z(7)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- EVOLUCION DEL STOCK ------------------------
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "No hay snapshots mensuales todavia. Estado: "
                   WS-SNAP-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "SNAPSHOT-STOCK.dat" TO WS-INC-ARCHIVO
               MOVE WS-SNAP-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

               END-IF
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-EVOLUCION" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-EVOLUCION.
