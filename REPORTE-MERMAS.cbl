           05 MP-UNIDADES PIC Z(7)9.
           05 FILLER PIC X(14) VALUE "  TOTAL EUR:".
           05 MP-VALOR PIC Z(8)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- MERMAS DEL MES -----------------------------
           IF WS-MERMAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir MERMAS.dat. Estado: "
                   WS-MERMAS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "MERMAS.dat" TO WS-INC-ARCHIVO
               MOVE WS-MERMAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           ADD MERMA-UNIDADES TO WS-TOTAL-UNIDADES
           ADD MERMA-VALOR TO WS-TOTAL-VALOR.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-MERMAS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-MERMAS.
