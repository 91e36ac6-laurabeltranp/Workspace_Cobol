           03 TI-ENTRADA OCCURS 300 TIMES.
               05 TI-FECHA PIC 9(8).
               05 TI-NOMBRE PIC X(50).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-NOMBRE-ORIGEN PIC X(40).
           IF WS-ORIGEN-STATUS NOT = "00"
               DISPLAY "ARCHIVAR-REPORTE: no se pudo leer "
                   LK-NOMBRE-ORIGEN " (estado " WS-ORIGEN-STATUS ")"
               MOVE "COPIAR-REPORTE" TO WS-INC-PARRAFO
               MOVE LK-NOMBRE-ORIGEN TO WS-INC-ARCHIVO
               MOVE WS-ORIGEN-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               OPEN OUTPUT REPORTE-ARCHIVO
               PERFORM UNTIL WS-EOF = "S"
               MOVE WS-NOMBRE-ARCHIVO TO TI-NOMBRE(WS-CANT)
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "ARCHIVAR-REPORTE" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM ARCHIVAR-REPORTE.
