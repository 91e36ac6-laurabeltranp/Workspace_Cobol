       01 WS-IMPORTE-EDIT PIC Z(8)9.99.
       01 WS-MARGEN-EDIT PIC -(8)9.99.
       01 WS-UNID-EDIT PIC Z(5)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- EFECTO DE LAS OFERTAS ----------------------
           IF WS-OFERTAS-STATUS NOT = "00"
               DISPLAY "Sin archivo de ofertas. Estado: "
                   WS-OFERTAS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "OFERTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-OFERTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           PERFORM CARGAR-OFERTAS-TERMINADAS
           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir VENTAS-INDEXADO.dat. Estado: "
                   WS-VENTAS-STATUS
               MOVE "ACUMULAR-VENTAS" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               OPEN INPUT PRODUCTO
               MOVE "N" TO WS-EOF
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-OFERTAS-EFECTO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-OFERTAS-EFECTO.
