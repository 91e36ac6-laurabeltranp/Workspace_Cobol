       01 OPCION PIC 9 VALUE 0.
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-PAGOS PIC X VALUE "N".
       01 WS-PG PIC 9.
       01 WS-IMPORTE-CUENTA PIC 9(7)V99.
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-CLIENTE-COBRO PIC 9(6).
       01 EXT-TOTALES.
           05 ET-ROTULO PIC X(24).
           05 ET-IMPORTE PIC Z(8)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- CUENTAS DE FIADO ---------------------------
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir CLIENTES-INDEXADO.dat. "
                   "Estado: " WS-CLIENTES-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "CLIENTES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-CLIENTES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

               ELSE
                   DISPLAY "Error al actualizar el saldo. Estado: "
                       WS-CLIENTES-STATUS
                   MOVE "PEDIR-Y-APLICAR-COBRO" TO WS-INC-PARRAFO
                   MOVE "CLIENTES-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-CLIENTES-STATUS TO WS-INC-ESTADO
                   MOVE CLIENTE-ID TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           ELSE
               DISPLAY "Cobro cancelado por el usuario."
           IF WS-EXTRACTO-STATUS NOT = "00"
               DISPLAY "No se pudo crear EXTRACTO-CUENTA.txt. "
                   "Estado: " WS-EXTRACTO-STATUS
               MOVE "ARMAR-EXTRACTO" TO WS-INC-PARRAFO
               MOVE "EXTRACTO-CUENTA.txt" TO WS-INC-ARCHIVO
               MOVE WS-EXTRACTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               MOVE WS-MES-EXTRACTO TO EE-MES
               WRITE EXTRACTO-LINEA FROM EXT-ENCABEZADO
           IF WS-TICKETS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir TICKETS-INDEXADO.dat. "
                   "Estado: " WS-TICKETS-STATUS
               MOVE "LISTAR-TICKETS-MES" TO WS-INC-PARRAFO
               MOVE "TICKETS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               PERFORM UNTIL WS-EOF = "S"
                   READ TICKETS NEXT RECORD
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF TICKET-CLIENTE-ID = WS-CLIENTE-COBRO AND
                              TICKET-FECHA(1:6) = WS-MES-EXTRACTO
                               PERFORM SUMAR-CUENTA-TICKET
                               IF WS-IMPORTE-CUENTA > 0
                                   PERFORM ESCRIBIR-TICKET-EXTRACTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE TICKET-FECHA TO ED-FECHA
           MOVE "COMPRA TICKET   " TO ED-CONCEPTO
           MOVE TICKET-NUMERO TO ED-REFERENCIA
           MOVE WS-IMPORTE-CUENTA TO ED-IMPORTE
           WRITE EXTRACTO-LINEA FROM EXT-DETALLE
           ADD 1 TO WS-TICKETS-MES
           ADD WS-IMPORTE-CUENTA TO WS-TOTAL-MES.

      *> Solo la parte del ticket cargada a cuenta va al extracto: en
      *> un pago mixto el resto se cobro en el acto por otro medio.
       SUMAR-CUENTA-TICKET.
           MOVE ZEROES TO WS-IMPORTE-CUENTA
           IF TICKET-PAGOS-CANT = 0
               IF TICKET-PAGO-CUENTA
                   MOVE TICKET-TOTAL TO WS-IMPORTE-CUENTA
               END-IF
           ELSE
               PERFORM VARYING WS-PG FROM 1 BY 1
                   UNTIL WS-PG > TICKET-PAGOS-CANT
                   IF TICKET-PL-CUENTA(WS-PG)
                       ADD TICKET-PAGO-IMPORTE(WS-PG)
                           TO WS-IMPORTE-CUENTA
                   END-IF
               END-PERFORM
           END-IF.

       LISTAR-PAGOS-MES.
           MOVE ZEROES TO WS-PAGOS-MES
                       ELSE
                           DISPLAY "Error al actualizar. Estado: "
                               WS-CLIENTES-STATUS
                           MOVE "FIJAR-LIMITE-CREDITO" TO WS-INC-PARRAFO
                           MOVE "CLIENTES-INDEXADO.dat"
                               TO WS-INC-ARCHIVO
                           MOVE WS-CLIENTES-STATUS TO WS-INC-ESTADO
                           MOVE CLIENTE-ID TO WS-INC-CLAVE
                           PERFORM REGISTRAR-INCIDENCIA
                       END-IF
                   END-IF
           END-READ.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-CUENTAS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-CUENTAS.
