           05 KD-DESCRIP PIC X(30).
           05 FILLER PIC X(4) VALUE " x ".
           05 KD-CANTIDAD PIC ZZ9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- KITS Y COMBOS ------------------------------
           IF WS-KITS-STATUS NOT = "00"
               DISPLAY "Error al abrir los kits. Estado: "
                   WS-KITS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "KITS-COMPONENTES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-KITS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE KITS
               STOP RUN
           END-IF
                   DISPLAY "Componente quitado."
           END-READ.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-KITS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-KITS.
