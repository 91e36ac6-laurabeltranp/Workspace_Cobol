           05 AU-ANTES PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 AU-DESPUES PIC X(14).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- CONSULTA DE AUDITORIA ----------------------
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir PRODUCTO-AUDITORIA.dat. "
                       "Estado: " WS-AUDIT-STATUS
                   MOVE "INICIO" TO WS-INC-PARRAFO
                   MOVE "PRODUCTO-AUDITORIA.dat" TO WS-INC-ARCHIVO
                   MOVE WS-AUDIT-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               ELSE
                   PERFORM UNTIL WS-EOF = "S"
                       READ PRODUCTO-AUDITORIA
               DISPLAY AUDIT-DETALLE
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "CONSULTA-AUDITORIA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM CONSULTA-AUDITORIA.
