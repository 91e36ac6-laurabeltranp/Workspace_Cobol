           05 FT-DESCRIP PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FT-UNIDADES PIC Z(6)9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- FALTANTES PENDIENTES -----------------------
           IF WS-FALTANTES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir faltantes-stock.dat. Estado: "
                   WS-FALTANTES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "faltantes-stock.dat" TO WS-INC-ARCHIVO
               MOVE WS-FALTANTES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           WRITE FALT-LINEA
           DISPLAY FALT-DETALLE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-FALTANTES" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-FALTANTES.
