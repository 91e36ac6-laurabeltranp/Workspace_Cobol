           05 CD-DESECHADAS PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-RATIO PIC ZZ9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- CALIDAD DE PROVEEDORES ---------------------
                   END-READ
               END-PERFORM
               CLOSE VENTAS
           ELSE
               IF WS-VENTAS-STATUS NOT = "35"
                   MOVE "ACUMULAR-VENTAS-PROV" TO WS-INC-PARRAFO
                   MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF
           CLOSE PRODUCTO.

                   END-READ
               END-PERFORM
               CLOSE DEVOLUCIONES
           ELSE
               IF WS-DEVOL-STATUS NOT = "35"
                   MOVE "ACUMULAR-DEVOLUCIONES-PROV" TO WS-INC-PARRAFO
                   MOVE "DEVOLUCIONES-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-DEVOL-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF
           CLOSE PRODUCTO.

               END-IF
           END-PERFORM.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-CALIDAD-PROV" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-CALIDAD-PROV.
