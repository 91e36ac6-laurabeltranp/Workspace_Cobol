       01 WS-TIPO PIC X.
       01 WS-IMPORTE PIC 9(7)V99.
       01 WS-IMPORTE-EDIT PIC Z(6)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- MOVIMIENTOS DE CAJA ------------------------
           IF WS-MOV-STATUS NOT = "00"
               DISPLAY "Error al abrir MOVIMIENTOS-CAJA.dat. Estado: "
                   WS-MOV-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "MOVIMIENTOS-CAJA.dat" TO WS-INC-ARCHIVO
               MOVE WS-MOV-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO MC-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO MC-HORA
      *> La identidad del operador viene de la variable de
      *> entorno OPERADOR de la sesion del terminal, y la caja de
      *> la variable TERMINAL.
           ACCEPT MC-OPERADOR FROM ENVIRONMENT "OPERADOR"
           CALL "OBTENER-TERMINAL" USING MC-TERMINAL
           WRITE MOV-CAJA-REGISTRO
           IF WS-MOV-STATUS = "00"
               MOVE MC-IMPORTE TO WS-IMPORTE-EDIT
           ELSE
               DISPLAY "Error al grabar el movimiento. Estado: "
                   WS-MOV-STATUS
               MOVE "REGISTRAR-MOVIMIENTO" TO WS-INC-PARRAFO
               MOVE "MOVIMIENTOS-CAJA.dat" TO WS-INC-ARCHIVO
               MOVE WS-MOV-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "MOVIMIENTO-CAJA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM MOVIMIENTO-CAJA.
