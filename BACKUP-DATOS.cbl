           05 CA-REGISTROS PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CA-VERIFICADO PIC X(12).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- BACKUP DE DATOS ----------------------------
           ELSE
               DISPLAY "producto.dat no disponible, se omite. Estado: "
                   WS-ORIGEN-STATUS
               MOVE "RESPALDAR-PRODUCTO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-ORIGEN-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

       RESPALDAR-PRODUCTO-IDX.
           ELSE
               DISPLAY "PRODUCTO-INDEXADO.dat no disponible, se "
                   "omite. Estado: " WS-ORIGEN-STATUS
               MOVE "RESPALDAR-PRODUCTO-IDX" TO WS-INC-PARRAFO
               MOVE "PRODUCTO-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-ORIGEN-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

       RESPALDAR-VENTAS.
           ELSE
               DISPLAY "VENTAS-INDEXADO.dat no disponible, se omite. "
                   "Estado: " WS-ORIGEN-STATUS
               MOVE "RESPALDAR-VENTAS" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-ORIGEN-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

       RESPALDAR-DEVOLUCIONES.
           ELSE
               DISPLAY "DEVOLUCIONES-INDEXADO.dat no disponible, se "
                   "omite. Estado: " WS-ORIGEN-STATUS
               MOVE "RESPALDAR-DEVOLUCIONES" TO WS-INC-PARRAFO
               MOVE "DEVOLUCIONES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-ORIGEN-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

       RESPALDAR-PROVEEDOR.
           ELSE
               DISPLAY "PROVEEDOR-INDEXADO.dat no disponible, se "
                   "omite. Estado: " WS-ORIGEN-STATUS
               MOVE "RESPALDAR-PROVEEDOR" TO WS-INC-PARRAFO
               MOVE "PROVEEDOR-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-ORIGEN-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

       RESPALDAR-VENTAS-DIARIAS.
           ELSE
               DISPLAY "ventas-diarias.dat no disponible, se omite. "
                   "Estado: " WS-ORIGEN-STATUS
               MOVE "RESPALDAR-VENTAS-DIARIAS" TO WS-INC-PARRAFO
               MOVE "ventas-diarias.dat" TO WS-INC-ARCHIVO
               MOVE WS-ORIGEN-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

       RESPALDAR-AUDITORIA.
           ELSE
               DISPLAY "PRODUCTO-AUDITORIA.dat no disponible, se "
                   "omite. Estado: " WS-ORIGEN-STATUS
               MOVE "RESPALDAR-AUDITORIA" TO WS-INC-PARRAFO
               MOVE "PRODUCTO-AUDITORIA.dat" TO WS-INC-ARCHIVO
               MOVE WS-ORIGEN-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "BACKUP-DATOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM BACKUP-DATOS.
