           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-NETO PIC -(8)9.99.
       01 WS-NOMBRE-FAMILIA PIC X(20).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- TENDENCIA DE MERMA -------------------------
               DISPLAY "Sin historia de ajustes "
                   "(AJUSTES-CONTEO-HIST.dat). Estado: "
                   WS-AJHIST-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "AJUSTES-CONTEO-HIST.dat" TO WS-INC-ARCHIVO
               MOVE WS-AJHIST-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

               END-IF
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-TENDENCIA-MERMA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-TENDENCIA-MERMA.
