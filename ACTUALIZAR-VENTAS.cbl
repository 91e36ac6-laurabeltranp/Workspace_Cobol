       01 WS-KIT-VENDIDO             PIC 9(6).
       01 WS-KIT-UNIDADES            PIC 9(3)V999.
       01 WS-COMPONENTE-DESCONTAR    PIC 9(6)V999.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
       MAIN-PARA.
              OR WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "Error al abrir archivos. Código de estado: "
               WS-VENTAS-STATUS " / " WS-PRODUCTO-STATUS
               MOVE "MAIN-PARA" TO WS-INC-PARRAFO
               MOVE "ventas-diarias.dat" TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           MOVE WS-UNID-APLICADAS TO KARDEX-UNIDADES
           MOVE PRODUCTO-STOCK TO KARDEX-STOCK-RESULTANTE
           MOVE PRODUCTO-COSTO TO KARDEX-COSTO-UNITARIO
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO KARDEX-COSTO-UNITARIO
           END-IF
           COMPUTE KARDEX-VALOR =
               KARDEX-UNIDADES * KARDEX-COSTO-UNITARIO
           WRITE KARDEX-REGISTRO.
           MOVE WS-UNID-APLICADAS TO KARDEX-UNIDADES
           MOVE PRODUCTO-STOCK TO KARDEX-STOCK-RESULTANTE
           MOVE PRODUCTO-COSTO TO KARDEX-COSTO-UNITARIO
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO KARDEX-COSTO-UNITARIO
           END-IF
           COMPUTE KARDEX-VALOR =
               KARDEX-UNIDADES * KARDEX-COSTO-UNITARIO
           WRITE KARDEX-REGISTRO.
                           MOVE "S" TO WS-EOF-LOTES
                       ELSE
                           IF LOTE-UNIDADES > 0 AND
                              NOT LOTE-BLOQUEADO AND
                              LOTE-CADUCIDAD < WS-MEJOR-CADUCIDAD
                               MOVE LOTE-CADUCIDAD TO
                                   WS-MEJOR-CADUCIDAD
           DISPLAY "Stock insuficiente para el producto "
               V-VENTA-PRODUCTO-ID ": faltan " WS-FALTANTE
               " unidades. Registrado en faltantes-stock.dat.".

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "ACTUALIZAR-VENTAS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.
