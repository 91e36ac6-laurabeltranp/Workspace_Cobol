           05 AD-PRECIO PIC Z(4)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 AD-IMPORTE PIC Z(6)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- CONSULTA DE ARCHIVO ANUAL ------------------
               IF WS-ARCHIVO-STATUS NOT = "00"
                   DISPLAY "No hay archivo para ese anio. Estado: "
                       WS-ARCHIVO-STATUS
                   MOVE "INICIO" TO WS-INC-PARRAFO
                   MOVE WS-NOMBRE-ARCHIVO TO WS-INC-ARCHIVO
                   MOVE WS-ARCHIVO-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               ELSE
                   PERFORM CONSULTAR-PRODUCTO-ARCHIVO
                   CLOSE VENTAS-ARCHIVO
           DISPLAY "TOTAL UNIDADES: " WS-TOTAL-UNIDADES
           DISPLAY "TOTAL IMPORTE.: " WS-TOTAL-IMPORTE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "CONSULTA-ARCHIVO-VENTAS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM CONSULTA-ARCHIVO-VENTAS.
