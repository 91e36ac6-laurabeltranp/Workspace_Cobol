       01 WS-TICKETS-STATUS PIC XX.
       01 WS-OPCION PIC X.
       01 WS-EOF PIC X VALUE "N".
       01 WS-PG PIC 9.
       01 WS-IMPORTE-TARJETA PIC 9(7)V99.
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-FECHA-CONCILIAR PIC 9(8).
       01 WS-LIQ-ENCONTRADA PIC X VALUE "N".
           05 LT-HORA PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LT-TOTAL PIC Z(6)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- CONCILIACION DE TARJETA --------------------
               ADD 1 TO WS-IMPORTADAS
           ELSE
               DISPLAY "Linea rechazada: " LIQ-CSV-LINEA
               MOVE "PROCESAR-LINEA-LIQUIDACION" TO WS-INC-PARRAFO
               MOVE "LIQUIDACION-ENTRADA.csv" TO WS-INC-ARCHIVO
               MOVE LIQ-CSV-LINEA TO WS-INC-DETALLE
               PERFORM REGISTRAR-INCIDENCIA-AVISO
           END-IF.

       CONCILIAR-FECHA.
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
      *> El datafono liquida la tienda entera: se concilia contra el
      *> Z de tienda, no contra el de cada caja.
                           IF CIERRE-Z-FECHA = WS-FECHA-CONCILIAR AND
                              CIERRE-Z-DE-TIENDA
                               MOVE "S" TO WS-Z-ENCONTRADO
                               MOVE CIERRE-Z-TOTAL-TARJETA
                                   TO WS-Z-TARJETA
           MOVE ZEROES TO WS-TICKETS-TARJETA
           OPEN INPUT TICKETS
           IF WS-TICKETS-STATUS = "00"
               DISPLAY "TICKET   HORA     TARJETA-EUR"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ TICKETS NEXT RECORD
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF TICKET-FECHA = WS-FECHA-CONCILIAR AND
                              NOT TICKET-ES-ANULADO
                               PERFORM SUMAR-TARJETA-TICKET
                               IF WS-IMPORTE-TARJETA > 0
                                   ADD 1 TO WS-TICKETS-TARJETA
                                   MOVE TICKET-NUMERO TO LT-NUMERO
                                   MOVE TICKET-HORA TO LT-HORA
                                   MOVE WS-IMPORTE-TARJETA TO LT-TOTAL
                                   DISPLAY LISTA-TICKET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY WS-TICKETS-TARJETA " tickets con tarjeta."
           END-IF.

      *> Parte del ticket cobrada con tarjeta: la suma de sus lineas
      *> de pago con tarjeta, o el total si es un ticket anterior al
      *> pago mixto cobrado con tarjeta.
       SUMAR-TARJETA-TICKET.
           MOVE ZEROES TO WS-IMPORTE-TARJETA
           IF TICKET-PAGOS-CANT = 0
               IF TICKET-PAGO-TARJETA
                   MOVE TICKET-TOTAL TO WS-IMPORTE-TARJETA
               END-IF
           ELSE
               PERFORM VARYING WS-PG FROM 1 BY 1
                   UNTIL WS-PG > TICKET-PAGOS-CANT
                   IF TICKET-PL-TARJETA(WS-PG)
                       ADD TICKET-PAGO-IMPORTE(WS-PG)
                           TO WS-IMPORTE-TARJETA
                   END-IF
               END-PERFORM
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-AVISO.
           MOVE "A" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "CONCILIAR-TARJETA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM CONCILIAR-TARJETA.
