           03 NUEVO-PRODUCTO-PROVEEDOR-ID PIC 9(6).
           03 NUEVO-PRODUCTO-UBICACION PIC X(10).
           03 NUEVO-PRODUCTO-EAN PIC 9(13).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
       INICIO.
       IF FILE-STATUS NOT = "00"
        DISPLAY "Error al abrir el archivo. Codigo de estado: "
            FILE-STATUS
        MOVE "INICIO" TO WS-INC-PARRAFO
        MOVE "PRODUCTO-ALTA-NUEVA.dat" TO WS-INC-ARCHIVO
        MOVE FILE-STATUS TO WS-INC-ESTADO
        PERFORM REGISTRAR-INCIDENCIA-GRAVE
        STOP RUN
       END-IF.

                    ELSE
                     DISPLAY "Producto no guardado. Codigo de estado: "
                        FILE-STATUS
                     MOVE "END-IF" TO WS-INC-PARRAFO
                     MOVE "PRODUCTO-ALTA-NUEVA.dat" TO WS-INC-ARCHIVO
                     MOVE FILE-STATUS TO WS-INC-ESTADO
                     MOVE PRODUCTO-ID TO WS-INC-CLAVE
                     PERFORM REGISTRAR-INCIDENCIA
                    END-IF
                ELSE
                    DISPLAY "Alta cancelada por el usuario."
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDITORIA-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDITORIA-HORA
           WRITE AUDITORIA-REGISTRO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "ALTA-PRODUCTO-NUEVO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.
