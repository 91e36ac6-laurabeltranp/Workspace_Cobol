       01 KAR-PIE-VALOR.
           05 FILLER PIC X(30) VALUE "VALOR NETO DEL PERIODO (EUR):".
           05 KPV-VALOR PIC -(8)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- KARDEX DE PRODUCTO -------------------------
           IF WS-KARDEX-STATUS NOT = "00"
               DISPLAY "No se pudo abrir KARDEX.dat. Estado: "
                   WS-KARDEX-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "KARDEX.dat" TO WS-INC-ARCHIVO
               MOVE WS-KARDEX-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           WRITE KAR-LINEA
           DISPLAY KAR-DETALLE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-KARDEX" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-KARDEX.
