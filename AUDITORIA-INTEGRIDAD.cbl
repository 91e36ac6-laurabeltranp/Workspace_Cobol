           05 IN-PRODUCTO-ID PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 IN-MOTIVO PIC X(40).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- AUDITORIA DE INTEGRIDAD --------------------
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "EXAMINAR-MAESTRO-PLANO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               PERFORM UNTIL WS-EOF = "S"
                   READ PRODUCTO NEXT RECORD
           IF WS-IDX-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PRODUCTO-INDEXADO.dat. "
                   "Estado: " WS-IDX-STATUS
               MOVE "EXAMINAR-MAESTRO-INDEXADO" TO WS-INC-PARRAFO
               MOVE "PRODUCTO-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-IDX-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               PERFORM UNTIL WS-EOF = "S"
                   READ PRODUCTO-IDX NEXT RECORD
           WRITE INTEG-LINEA
           DISPLAY INTEG-DETALLE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "AUDITORIA-INTEGRIDAD" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM AUDITORIA-INTEGRIDAD.
