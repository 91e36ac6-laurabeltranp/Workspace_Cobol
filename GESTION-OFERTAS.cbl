       01 NUEVO-OFERTA-DESCUENTO PIC 9(2).
       01 NUEVO-OFERTA-DESDE PIC 9(8).
       01 NUEVO-OFERTA-HASTA PIC 9(8).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           IF WS-OFERTAS-STATUS NOT = "00"
               DISPLAY "Error al abrir OFERTAS-INDEXADO.dat. Estado: "
                   WS-OFERTAS-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "OFERTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-OFERTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE OFERTAS
               STOP RUN
           END-IF
                   ELSE
                       DISPLAY "Error al guardar la oferta. Estado: "
                           WS-OFERTAS-STATUS
                       MOVE "PEDIR-DATOS-OFERTA" TO WS-INC-PARRAFO
                       MOVE "OFERTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
                       MOVE WS-OFERTAS-STATUS TO WS-INC-ESTADO
                       MOVE OFERTA-PRODUCTO-ID TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   END-IF
               ELSE
                   DISPLAY "Oferta cancelada por el usuario."
               END-READ
           END-PERFORM.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-OFERTAS" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-OFERTAS.
