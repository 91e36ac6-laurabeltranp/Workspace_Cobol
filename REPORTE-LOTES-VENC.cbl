           05 LV-CADUCIDAD PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LV-DIAS PIC -(4)9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- VENCIMIENTOS POR LOTE ----------------------
           IF WS-LOTES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir LOTES-INDEXADO.dat. Estado: "
                   WS-LOTES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "LOTES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-LOTES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           WRITE LOTES-LINEA
           DISPLAY LOTES-DETALLE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-LOTES-VENC" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-LOTES-VENC.
