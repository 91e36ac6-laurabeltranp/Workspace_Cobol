       01 WS-MENSUAL-STATUS PIC XX.
       01 WS-VENTAS-ACUMULADAS PIC 9(8) VALUE 0.
       01 WS-BITACORA-STATUS PIC XX.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * Fecha de negocio que gobierna el cierre: la pasa el llamador
                           TO WS-REGISTROS-APLICADOS
               END-READ
               CLOSE CHECKPOINT
           ELSE
               IF WS-CKP-STATUS NOT = "35"
                   MOVE "LEER-CHECKPOINT" TO WS-INC-PARRAFO
                   MOVE "ACTUALIZAR-VENTAS.ckp" TO WS-INC-ARCHIVO
                   MOVE WS-CKP-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       CONTAR-REGISTROS.
                   END-READ
               END-PERFORM
               CLOSE VENTAS-DIARIAS
           ELSE
               IF WS-VD-STATUS NOT = "35"
                   MOVE "CONTAR-REGISTROS" TO WS-INC-PARRAFO
                   MOVE "ventas-diarias.dat" TO WS-INC-ARCHIVO
                   MOVE WS-VD-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       ARCHIVAR-REGISTROS.
      * Acumula las ventas del dia cerrado en el agregado por
      * producto y mes que leen los reportes de periodo. Correr el
      * cierre dos veces no duplica: la segunda vez sale arriba por
      * "nada que archivar" antes de llegar aqui. Los depositos de
      * envase no son venta y no entran en el agregado.
       ACTUALIZAR-AGREGADO-MENSUAL.
           MOVE 0 TO WS-VENTAS-ACUMULADAS
           OPEN INPUT VENTAS
           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "CIERRE-DIARIO: sin detalle de ventas, el "
                   "agregado mensual no se toca."
               IF WS-VENTAS-STATUS NOT = "35"
                   MOVE "ACTUALIZAR-AGREGADO-MENSUAL" TO WS-INC-PARRAFO
                   MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           ELSE
               OPEN I-O VENTAS-MENSUAL
               IF WS-MENSUAL-STATUS = "35"
                   CLOSE VENTAS-MENSUAL
                   OPEN I-O VENTAS-MENSUAL
               END-IF
               IF WS-MENSUAL-STATUS NOT = "00"
                   MOVE "ACTUALIZAR-AGREGADO-MENSUAL" TO WS-INC-PARRAFO
                   MOVE "VENTAS-MENSUAL-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-MENSUAL-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ VENTAS NEXT RECORD
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF VE-FECHA = LK-FECHA-NEGOCIO AND
                              NOT VE-ES-ANULADA AND
                              NOT VE-ES-DEPOSITO
                               PERFORM ACUMULAR-VENTA-MES
                           END-IF
                   END-READ
           END-READ
           ADD 1 TO WS-VENTAS-ACUMULADAS.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "CIERRE-DIARIO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM CIERRE-DIARIO.
