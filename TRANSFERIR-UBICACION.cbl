       01 WS-UBI-ORIGEN PIC X(10).
       01 WS-UBI-DESTINO PIC X(10).
       01 WS-CANT-MOVER PIC 9(6).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- TRASPASO ENTRE UBICACIONES -----------------
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-UBI-STATUS NOT = "00"
               DISPLAY "Error al abrir STOCK-UBICACIONES.dat. Estado: "
                   WS-UBI-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "STOCK-UBICACIONES.dat" TO WS-INC-ARCHIVO
               MOVE WS-UBI-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRODUCTO
               STOP RUN
           END-IF
                   MOVE WS-CANT-MOVER TO SU-UNIDADES
                   MOVE ZEROES TO SU-MINIMO
                   MOVE ZEROES TO SU-CAPACIDAD
                   MOVE ZEROES TO SU-FRENTES
                   MOVE ZEROES TO SU-CM-LINEALES
                   WRITE STOCK-UBI-REGISTRO INVALID KEY
                       DISPLAY "Error al crear la ubicacion destino. "
                           "Estado: " WS-UBI-STATUS
                       MOVE "SUMAR-DESTINO" TO WS-INC-PARRAFO
                       MOVE "STOCK-UBICACIONES.dat" TO WS-INC-ARCHIVO
                       MOVE WS-UBI-STATUS TO WS-INC-ESTADO
                       MOVE SU-CLAVE TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-CANT-MOVER TO SU-UNIDADES
           MOVE WS-CANT-MOVER TO KARDEX-UNIDADES
           MOVE PRODUCTO-STOCK TO KARDEX-STOCK-RESULTANTE
           MOVE PRODUCTO-COSTO TO KARDEX-COSTO-UNITARIO
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO KARDEX-COSTO-UNITARIO
           END-IF
           COMPUTE KARDEX-VALOR =
               KARDEX-UNIDADES * KARDEX-COSTO-UNITARIO
           WRITE KARDEX-REGISTRO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "TRANSFERIR-UBICACION" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM TRANSFERIR-UBICACION.
