               SHARING WITH ALL OTHER
               FILE STATUS IS WS-KITS-STATUS.

      *> Cupones de fabricante canjeados en el ticket: al anularlo
      *> dejan de ser reclamables al emisor.
           SELECT CUPONES-CANJEADOS
               ASSIGN TO "CUPONES-CANJEADOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-CANJES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TICKETS.
       FD KITS.
           COPY KITCOMP.

       FD CUPONES-CANJEADOS.
           COPY CUPONCAN.

       WORKING-STORAGE SECTION.
       01 WS-TICKETS-STATUS PIC XX.
       01 WS-VENTAS-STATUS PIC XX.
       01 WS-MEJOR-LOTE PIC X(10).
       01 WS-LOTE-PRODUCTO PIC 9(6).
       01 WS-LOTE-REPONER PIC 9(7)V999.
      * Canjes de cupones del ticket anulado.
       01 WS-CANJES-STATUS PIC XX.
       01 WS-HAY-CANJES PIC X VALUE "N".
       01 WS-CANJES-EOF PIC X VALUE "N".
       01 WS-CUPONES-ANULADOS PIC 9(3) VALUE ZEROES.
      * Rectificativa del ticket anulado que ya estaba facturado: por
      * el total, con el reparto base/cuota de la factura original.
       01 WS-RECT-MOTIVO PIC X VALUE "A".
       01 WS-RECT-TASA PIC 9(2) VALUE ZEROES.
       01 WS-RECT-CONCEPTO PIC X(40).
       01 WS-RECT-NUMERO PIC 9(6).
           COPY SEGURIDAD.
      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- ANULACION DE TICKET ------------------------
      * el ticket y sus lineas como anulados para que los cierres y
      * reportes los excluyan, y deja constancia del operador en la
      * auditoria. Si la fecha del ticket ya tiene cierre Z grabado la
      * anulacion se rechaza: el Z es definitivo. Un ticket ya
      * facturado se anula con su factura rectificativa.
       INICIO.
           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF NOT OPERADOR-AUTORIZADO
           IF WS-TICKETS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir TICKETS-INDEXADO.dat. Estado: "
                   WS-TICKETS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "TICKETS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir VENTAS-INDEXADO.dat. Estado: "
                   WS-VENTAS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE TICKETS
               STOP RUN
           END-IF
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE TICKETS
               CLOSE VENTAS
               STOP RUN
               MOVE "S" TO WS-HAY-LOTES
           END-IF

           OPEN I-O CUPONES-CANJEADOS
           IF WS-CANJES-STATUS = "00"
               MOVE "S" TO WS-HAY-CANJES
           END-IF

           OPEN EXTEND KARDEX
           IF WS-KARDEX-STATUS = "05" OR WS-KARDEX-STATUS = "35"
               OPEN OUTPUT KARDEX
           IF WS-HAY-LOTES = "S"
               CLOSE LOTES
           END-IF
           IF WS-HAY-CANJES = "S"
               CLOSE CUPONES-CANJEADOS
           END-IF
           STOP RUN.

       ANULAR-UN-TICKET.
               PERFORM ANULAR-LINEAS-TICKET
               MOVE "S" TO TICKET-ANULADO
               REWRITE TICKET-REGISTRO
               IF WS-HAY-CANJES = "S"
                   PERFORM ANULAR-CANJES-CUPONES
               END-IF
               IF TICKET-YA-FACTURADO
                   MOVE SPACES TO WS-RECT-CONCEPTO
                   STRING "ANULACION DEL TICKET " TICKET-NUMERO
                       DELIMITED BY SIZE INTO WS-RECT-CONCEPTO
                   CALL "EMITIR-RECTIFICATIVA" USING TICKET-NUMERO,
                       TICKET-FECHA, TICKET-CLIENTE-ID, WS-RECT-MOTIVO,
                       TICKET-NUMERO, WS-RECT-CONCEPTO, TICKET-TOTAL,
                       WS-RECT-TASA, WS-RECT-NUMERO
               END-IF
               PERFORM GRABAR-AUDITORIA-ANULACION
               DISPLAY "Ticket " TICKET-NUMERO " anulado ("
                   WS-LINEAS-ANULADAS " lineas revertidas)."
               END-READ
           END-PERFORM.

      *> Los canjes del ticket aun no reclamados pasan a anulados; uno
      *> ya incluido en una reclamacion al emisor no se toca.
       ANULAR-CANJES-CUPONES.
           MOVE ZEROES TO WS-CUPONES-ANULADOS
           MOVE "N" TO WS-CANJES-EOF
           MOVE 0 TO CC-NUMERO
           START CUPONES-CANJEADOS KEY IS NOT LESS CC-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-CANJES-EOF
           END-START
           PERFORM UNTIL WS-CANJES-EOF = "S"
               READ CUPONES-CANJEADOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-CANJES-EOF
                   NOT AT END
                       IF CC-TICKET-NUMERO = WS-TICKET-BUSCADO AND
                          CC-COBRO-PENDIENTE AND CC-MES-RECLAMADO = 0
                           MOVE "A" TO CC-ESTADO
                           REWRITE CUPON-CANJE-REGISTRO
                           ADD 1 TO WS-CUPONES-ANULADOS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CUPONES-ANULADOS > 0
               DISPLAY WS-CUPONES-ANULADOS
                   " cupon(es) de fabricante anulado(s)."
           END-IF.

       REVERTIR-LINEA-VENTA.
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
      *> neto de la venta anulada queda en cero. La linea de un kit
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
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
      *> Vale el Z de la caja del ticket o el de la tienda.
                           IF CIERRE-Z-FECHA = TICKET-FECHA AND
                              (CIERRE-Z-DE-TIENDA OR
                               CIERRE-Z-TERMINAL = TICKET-TERMINAL)
                               MOVE "S" TO WS-FECHA-CERRADA
                               MOVE "S" TO WS-EOF
                           END-IF

      *----------------------- CLAVE DE SUPERVISOR ------------------------
       VALIDAR-CLAVE-SUPERVISOR.
      *> La autorizacion es por identidad, clave individual y rol
      *> (VALIDAR-OPERADOR). Sin maestro de operadores no entra
      *> nadie: el primer supervisor se da de alta en
      *> GESTION-OPERADORES con la clave de arranque.
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO.

               ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "ANULAR-TICKET" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM ANULAR-TICKET.
