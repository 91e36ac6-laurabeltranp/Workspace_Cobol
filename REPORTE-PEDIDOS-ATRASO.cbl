           05 RD-NOMBRE PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-TELEFONO PIC X(15).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- PEDIDOS ATRASADOS --------------------------
           IF WS-PEDIDOS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PEDIDOS-INDEXADO.dat. "
                   "Estado: " WS-PEDIDOS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PEDIDOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PEDIDOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           OPEN INPUT PROVEEDOR
           DISPLAY WS-TABLA-CANT " pedidos atrasados. Reporte en "
               "REPORTE-PEDIDOS-ATRASO.txt".

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-PEDIDOS-ATRASO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-PEDIDOS-ATRASO.
