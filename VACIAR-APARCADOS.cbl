       01 WS-ARCH-PRODUCTO PIC X(40) VALUE "producto.dat".
       01 WS-ARCH-KARDEX PIC X(40) VALUE "KARDEX.dat".
       01 WS-ARCH-LOTES PIC X(40) VALUE "LOTES-INDEXADO.dat".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * Hueco a vaciar: 0 = todos (lo llama asi el cierre de caja),
           MOVE "S" TO TICKET-ANULADO
           MOVE 0 TO TICKET-SESION
           MOVE "N" TO TICKET-FACTURADO
           MOVE 0 TO TICKET-PAGOS-CANT
           MOVE ZEROES TO TICKET-ENTREGADO
           MOVE ZEROES TO TICKET-CAMBIO
           MOVE SPACES TO TICKET-EMPLEADO
           MOVE ZEROES TO TICKET-DTO-PERSONAL
           MOVE 0 TO TICKET-TERMINAL
           WRITE TICKET-REGISTRO
               INVALID KEY
                   DISPLAY "  Aviso: la cabecera " TICKET-NUMERO
                       " ya existia. Estado: " WS-TICKETS-STATUS
                   MOVE "GRABAR-CABECERA-ANULADA" TO WS-INC-PARRAFO
                   MOVE WS-ARCH-TICKETS TO WS-INC-ARCHIVO
                   MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
                   MOVE TICKET-NUMERO TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
           END-WRITE.

      *> Igual que ANULAR-TICKET: el archivo de ventas no tiene clave
           MOVE "S" TO VE-ANULADA
           REWRITE VENTAS-REGISTRO
           ADD 1 TO WS-LINEAS-ANULADAS
      *> El deposito de envase no lleva stock: no hay nada que
      *> reponer.
           IF NOT VE-ES-DEPOSITO
               PERFORM REPONER-STOCK-LINEA
           END-IF.

       REPONER-STOCK-LINEA.
      *> Reponer el stock en el acto: el apply nocturno descontara
      *> igualmente la linea desde ventas-diarias.dat, con lo que el
      *> neto de la linea anulada queda en cero. La linea de un kit
           MOVE WS-COMPONENTE-REPONER TO KARDEX-UNIDADES
           MOVE PRODUCTO-STOCK TO KARDEX-STOCK-RESULTANTE
           MOVE PRODUCTO-COSTO TO KARDEX-COSTO-UNITARIO
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO KARDEX-COSTO-UNITARIO
           END-IF
           COMPUTE KARDEX-VALOR =
               KARDEX-UNIDADES * KARDEX-COSTO-UNITARIO
           WRITE KARDEX-REGISTRO.
           MOVE UNIDADES TO KARDEX-UNIDADES
           MOVE PRODUCTO-STOCK TO KARDEX-STOCK-RESULTANTE
           MOVE PRODUCTO-COSTO TO KARDEX-COSTO-UNITARIO
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO KARDEX-COSTO-UNITARIO
           END-IF
           COMPUTE KARDEX-VALOR =
               KARDEX-UNIDADES * KARDEX-COSTO-UNITARIO
           WRITE KARDEX-REGISTRO.
                       IF LOTE-PRODUCTO-ID NOT = WS-LOTE-PRODUCTO
                           MOVE "S" TO WS-EOF-LOTES
                       ELSE
                           IF NOT LOTE-BLOQUEADO AND
                              LOTE-CADUCIDAD < WS-MEJOR-CADUCIDAD
                               MOVE LOTE-CADUCIDAD TO
                                   WS-MEJOR-CADUCIDAD
                               MOVE LOTE-CODIGO TO WS-MEJOR-LOTE
               MOVE "PRACTICA-LOTES-INDEXADO.dat" TO WS-ARCH-LOTES
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "VACIAR-APARCADOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM VACIAR-APARCADOS.
