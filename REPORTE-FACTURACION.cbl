       01 FACT-TOTAL.
           05 FILLER PIC X(12) VALUE "TOTAL EUR:".
           05 FT-IMPORTE PIC Z(10)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- FACTURACION POR PERIODO --------------------
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "No se pudo crear REPORTE-FACTURACION.txt. "
                   "Estado: " WS-REPORTE-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "REPORTE-FACTURACION.txt" TO WS-INC-ARCHIVO
               MOVE WS-REPORTE-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           END-PERFORM.

      *> El dia abierto todavia no paso por CIERRE-DIARIO: es lo
      *> unico que se lee del detalle. Sin los depositos de envase,
      *> que tampoco estan en el agregado.
       SUMAR-DIA-EN-CURSO.
           MOVE ZEROES TO WS-UNID-HOY
           MOVE ZEROES TO WS-IMPORTE-HOY
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF VE-FECHA = WS-HOY AND
                              NOT VE-ES-ANULADA AND
                              NOT VE-ES-DEPOSITO
                               ADD UNIDADES TO WS-UNID-HOY
                               ADD VE-IMPORTE TO WS-IMPORTE-HOY
                           END-IF
               ADD WS-IMPORTE-HOY TO WS-GRAN-TOTAL
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-FACTURACION" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-FACTURACION.
