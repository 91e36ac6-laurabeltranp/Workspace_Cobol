               ALTERNATE RECORD KEY IS DV-VENTA-ID WITH DUPLICATES
               FILE STATUS IS WS-DEVOL-STATUS.

           SELECT VENTAS
               ASSIGN TO "VENTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTAS-ID
               ALTERNATE RECORD KEY IS VE-PRODUCTO-ID WITH DUPLICATES
               FILE STATUS IS WS-VENTAS-STATUS.

           SELECT ENVASES-DEVUELTOS
               ASSIGN TO "ENVASES-DEVUELTOS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENVDEV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TICKETS.
       FD DEVOLUCIONES.
           COPY DEVOLUCION.

       FD VENTAS.
           COPY VENTAS.

       FD ENVASES-DEVUELTOS.
           COPY ENVDEV.

       WORKING-STORAGE SECTION.
       01 WS-TICKETS-STATUS PIC XX.
      * Argumento para el vaciado de tickets aparcados (0 = todos).
       01 WS-TOTAL-EFECTIVO PIC 9(7)V99 VALUE ZEROES.
       01 WS-TOTAL-TARJETA PIC 9(7)V99 VALUE ZEROES.
       01 WS-TOTAL-CUENTA PIC 9(7)V99 VALUE ZEROES.
       01 WS-TOTAL-VALE PIC 9(7)V99 VALUE ZEROES.
       01 WS-TOTAL-PUNTOS PIC 9(7)V99 VALUE ZEROES.
       01 WS-TOTAL-NOMINA PIC 9(7)V99 VALUE ZEROES.
       01 WS-TOTAL-CUPONES PIC 9(7)V99 VALUE ZEROES.
       01 WS-PG PIC 9.
       01 WS-EFECTIVO-CONTADO PIC 9(7)V99.
       01 WS-DESCUADRE PIC S9(7)V99.
       01 WS-IMPORTE-EDIT PIC Z(6)9.99.
       01 WS-SESION-SIN-CERRAR PIC 9(3) VALUE ZEROES.
       01 WS-DIF-SESIONES PIC S9(7)V99 VALUE ZEROES.
       01 WS-DIF-EDIT PIC +(7)9.99.
       01 WS-VENTAS-STATUS PIC XX.
       01 WS-ENVDEV-STATUS PIC XX.
       01 WS-DEPOSITOS-COBRADOS PIC 9(7)V99 VALUE ZEROES.
       01 WS-DEPOSITOS-DEVUELTOS PIC 9(7)V99 VALUE ZEROES.
       01 WS-TOTAL-TICKETS PIC 9(7)V99 VALUE ZEROES.
       01 WS-VENTAS-NETAS PIC 9(7)V99 VALUE ZEROES.
      * Caja que se cierra (1 a 9) o 0 = Z de tienda. El de tienda
      * exige que cada caja con tickets del dia tenga ya su Z y toma
      * como efectivo contado la suma de lo contado en las cajas.
       01 WS-TERMINAL PIC 9 VALUE 1.
       01 WS-TERMINAL-CIERRE PIC 9 VALUE 1.
       01 WS-Z-TIENDA-HECHO PIC X VALUE "N".
       01 WS-CJ PIC 9(2).
       01 WS-CAJAS-SIN-Z PIC 9 VALUE 0.
       01 WS-CAJAS-CON-Z PIC 9 VALUE 0.
       01 TABLA-CAJAS.
           05 CJ-ENTRADA OCCURS 9 TIMES.
               10 CJ-CON-TICKETS PIC X.
               10 CJ-CON-Z PIC X.
               10 CJ-CONTADO PIC 9(7)V99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- CIERRE DE CAJA (Z) -------------------------
      * Totaliza los tickets del dia por medio de pago, pide el
      * efectivo contado en el cajon, calcula el descuadre y graba un
      * registro Z numerado. Un dia ya cerrado no puede volver a
      * cerrarse: el Z es definitivo. Con varias cajas cada una
      * cierra su Z con sus tickets y su cajon, y al final del dia el
      * Z de tienda (caja 0) los consolida.
       INICIO.
           CALL "OBTENER-TERMINAL" USING WS-TERMINAL
           MOVE 'N' TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = 'S'
               DISPLAY "Caja a cerrar (1-9, 0 = Z de tienda; esta "
                   "caja es la " WS-TERMINAL "): "
               ACCEPT WS-TERMINAL-CIERRE
               IF WS-TERMINAL-CIERRE NOT NUMERIC
                   DISPLAY "CAJA INVALIDA."
               ELSE
                   MOVE 'S' TO WS-CAMPO-OK
               END-IF
           END-PERFORM

      *> Lo que quedo aparcado en la caja sin cobrar no puede entrar
      *> al Z: se vacia antes de totalizar (cabecera anulada y stock
      *> repuesto), con su aviso por ticket. Solo con el Z de tienda,
      *> el ultimo del dia: una caja que cierra antes no anula lo que
      *> otra tenga aparcado.
           IF WS-TERMINAL-CIERRE = 0
               MOVE 0 TO WS-SLOT-TODOS
               CALL "VACIAR-APARCADOS" USING WS-SLOT-TODOS
           END-IF

           OPEN INPUT TICKETS
           IF WS-TICKETS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir TICKETS-INDEXADO.dat. Estado: "
                   WS-TICKETS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "TICKETS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-CIERRES-STATUS NOT = "00"
               DISPLAY "Error al abrir CIERRES-Z.dat. Estado: "
                   WS-CIERRES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "CIERRES-Z.dat" TO WS-INC-ARCHIVO
               MOVE WS-CIERRES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE TICKETS
               STOP RUN
           END-IF
      *> Recorrer los cierres existentes: recupera el ultimo numero Z
      *> y detecta si la fecha pedida ya tiene un cierre grabado.
           PERFORM VERIFICAR-CIERRE-EXISTENTE
           EVALUATE TRUE
               WHEN WS-Z-TIENDA-HECHO = "S"
                   DISPLAY "LA FECHA " WS-FECHA-CIERRE " YA TIENE "
                       "CIERRE Z DE TIENDA."
                   DISPLAY "UN CIERRE GRABADO NO PUEDE REABRIRSE."
               WHEN WS-YA-CERRADO = "S"
                   DISPLAY "LA CAJA " WS-TERMINAL-CIERRE " YA TIENE "
                       "CIERRE Z DEL " WS-FECHA-CIERRE "."
                   DISPLAY "UN CIERRE GRABADO NO PUEDE REABRIRSE."
               WHEN OTHER
                   PERFORM TOTALIZAR-TICKETS-DIA
                   IF WS-TERMINAL-CIERRE = 0
                       PERFORM COMPROBAR-Z-DE-CAJAS
                   END-IF
                   IF WS-TERMINAL-CIERRE > 0 OR WS-CAJAS-SIN-Z = 0
                       PERFORM TOTALIZAR-REEMBOLSOS-DIA
                       PERFORM TOTALIZAR-DEPOSITOS-DIA
                       PERFORM TOTALIZAR-MOVIMIENTOS-CAJA
                       PERFORM CONSOLIDAR-SESIONES-DIA
                       PERFORM MOSTRAR-Y-GRABAR-CIERRE
                   END-IF
           END-EVALUATE

           CLOSE TICKETS
           CLOSE CIERRES-Z
           STOP RUN.

      *> Tambien anota que cajas tienen ya su Z de la fecha y lo que
      *> contaron, para el Z de tienda.
       VERIFICAR-CIERRE-EXISTENTE.
           MOVE "N" TO WS-YA-CERRADO
           MOVE "N" TO WS-Z-TIENDA-HECHO
           PERFORM VARYING WS-CJ FROM 1 BY 1 UNTIL WS-CJ > 9
               MOVE "N" TO CJ-CON-TICKETS(WS-CJ)
               MOVE "N" TO CJ-CON-Z(WS-CJ)
               MOVE ZEROES TO CJ-CONTADO(WS-CJ)
           END-PERFORM
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-Z-CONTADOR
           PERFORM UNTIL WS-EOF = "S"
                   NOT AT END
                       MOVE CIERRE-Z-NUMERO TO WS-Z-CONTADOR
                       IF CIERRE-Z-FECHA = WS-FECHA-CIERRE
                           PERFORM ANOTAR-Z-EXISTENTE
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-Z-CONTADOR.

       ANOTAR-Z-EXISTENTE.
           IF CIERRE-Z-DE-TIENDA
               MOVE "S" TO WS-Z-TIENDA-HECHO
           ELSE
               MOVE "S" TO CJ-CON-Z(CIERRE-Z-TERMINAL)
               MOVE CIERRE-Z-EFECTIVO-CONTADO
                   TO CJ-CONTADO(CIERRE-Z-TERMINAL)
               IF CIERRE-Z-TERMINAL = WS-TERMINAL-CIERRE
                   MOVE "S" TO WS-YA-CERRADO
               END-IF
           END-IF.

      *> El Z de tienda llega al final: toda caja con tickets del dia
      *> tiene que haber cerrado su Z antes.
       COMPROBAR-Z-DE-CAJAS.
           MOVE 0 TO WS-CAJAS-SIN-Z
           MOVE 0 TO WS-CAJAS-CON-Z
           PERFORM VARYING WS-CJ FROM 1 BY 1 UNTIL WS-CJ > 9
               IF CJ-CON-Z(WS-CJ) = "S"
                   ADD 1 TO WS-CAJAS-CON-Z
               ELSE
                   IF CJ-CON-TICKETS(WS-CJ) = "S"
                       ADD 1 TO WS-CAJAS-SIN-Z
                       DISPLAY "LA CAJA " WS-CJ(2:1) " TIENE TICKETS "
                           "DEL DIA Y NO HA CERRADO SU Z."
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CAJAS-SIN-Z > 0
               DISPLAY "CIERRE LAS CAJAS ANTES DEL Z DE TIENDA."
           END-IF.

       TOTALIZAR-TICKETS-DIA.
           MOVE "N" TO WS-EOF
           MOVE ZEROES TO WS-CANT-TICKETS
           MOVE ZEROES TO WS-TOTAL-EFECTIVO
           MOVE ZEROES TO WS-TOTAL-TARJETA
           MOVE ZEROES TO WS-TOTAL-CUENTA
           MOVE ZEROES TO WS-TOTAL-VALE
           MOVE ZEROES TO WS-TOTAL-PUNTOS
           MOVE ZEROES TO WS-TOTAL-NOMINA
           MOVE ZEROES TO WS-TOTAL-CUPONES
           MOVE ZEROES TO WS-TOTAL-TICKETS
           PERFORM UNTIL WS-EOF = "S"
               READ TICKETS NEXT RECORD
                   AT END
                   NOT AT END
      *> Los tickets anulados (ANULAR-TICKET) no cuentan en el Z.
                       IF TICKET-FECHA = WS-FECHA-CIERRE AND
                          NOT TICKET-ES-ANULADO AND
                          TICKET-TERMINAL > 0
                           MOVE "S" TO CJ-CON-TICKETS(TICKET-TERMINAL)
                       END-IF
                       IF TICKET-FECHA = WS-FECHA-CIERRE AND
                          NOT TICKET-ES-ANULADO AND
                          (WS-TERMINAL-CIERRE = 0 OR
                           TICKET-TERMINAL = WS-TERMINAL-CIERRE)
                           ADD 1 TO WS-CANT-TICKETS
                           ADD TICKET-TOTAL TO WS-TOTAL-TICKETS
                           PERFORM TOTALIZAR-PAGOS-TICKET
                       END-IF
               END-READ
           END-PERFORM.

      *> Cada linea de pago suma en su medio. Un ticket anterior al
      *> pago mixto (sin lineas) cuenta entero en su medio unico.
       TOTALIZAR-PAGOS-TICKET.
           IF TICKET-PAGOS-CANT = 0
               EVALUATE TRUE
                   WHEN TICKET-PAGO-TARJETA
                       ADD TICKET-TOTAL TO WS-TOTAL-TARJETA
                   WHEN TICKET-PAGO-CUENTA
                       ADD TICKET-TOTAL TO WS-TOTAL-CUENTA
                   WHEN OTHER
                       ADD TICKET-TOTAL TO WS-TOTAL-EFECTIVO
               END-EVALUATE
           ELSE
               PERFORM VARYING WS-PG FROM 1 BY 1
                   UNTIL WS-PG > TICKET-PAGOS-CANT
                   EVALUATE TRUE
                       WHEN TICKET-PL-TARJETA(WS-PG)
                           ADD TICKET-PAGO-IMPORTE(WS-PG)
                               TO WS-TOTAL-TARJETA
                       WHEN TICKET-PL-CUENTA(WS-PG)
                           ADD TICKET-PAGO-IMPORTE(WS-PG)
                               TO WS-TOTAL-CUENTA
                       WHEN TICKET-PL-VALE(WS-PG)
                           ADD TICKET-PAGO-IMPORTE(WS-PG)
                               TO WS-TOTAL-VALE
                       WHEN TICKET-PL-PUNTOS(WS-PG)
                           ADD TICKET-PAGO-IMPORTE(WS-PG)
                               TO WS-TOTAL-PUNTOS
                       WHEN TICKET-PL-NOMINA(WS-PG)
                           ADD TICKET-PAGO-IMPORTE(WS-PG)
                               TO WS-TOTAL-NOMINA
                       WHEN TICKET-PL-CUPON(WS-PG)
                           ADD TICKET-PAGO-IMPORTE(WS-PG)
                               TO WS-TOTAL-CUPONES
                       WHEN OTHER
                           ADD TICKET-PAGO-IMPORTE(WS-PG)
                               TO WS-TOTAL-EFECTIVO
                   END-EVALUATE
               END-PERFORM
           END-IF.

      *> Los reembolsos en efectivo de las devoluciones del dia salen
      *> del cajon: se restan del efectivo teorico para que el
      *> descuadre no culpe al operador por dinero devuelto.
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF DV-FECHA = WS-FECHA-CIERRE AND
                              DV-REEMBOLSO-EFECTIVO AND
                              (WS-TERMINAL-CIERRE = 0 OR
                               DV-TERMINAL = WS-TERMINAL-CIERRE)
                               ADD DV-REEMBOLSO-IMPORTE
                                   TO WS-REEMBOLSOS-EFECTIVO
                           END-IF
           END-IF
           SUBTRACT WS-REEMBOLSOS-EFECTIVO FROM WS-TOTAL-EFECTIVO.

      *> Los depositos de envase van dentro de los tickets (y de sus
      *> medios de pago) pero no son venta: se separan para el Z. Los
      *> devueltos por envases vacios salen del cajon en efectivo y
      *> se restan del teorico, como los reembolsos.
       TOTALIZAR-DEPOSITOS-DIA.
           MOVE ZEROES TO WS-DEPOSITOS-COBRADOS
           MOVE ZEROES TO WS-DEPOSITOS-DEVUELTOS
           OPEN INPUT VENTAS
           IF WS-VENTAS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ VENTAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF VE-FECHA = WS-FECHA-CIERRE AND
                              VE-ES-DEPOSITO AND NOT VE-ES-ANULADA
                               PERFORM SUMAR-DEPOSITO-CAJA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTAS
           END-IF
           OPEN INPUT ENVASES-DEVUELTOS
           IF WS-ENVDEV-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ ENVASES-DEVUELTOS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF ED-FECHA = WS-FECHA-CIERRE AND
                              (WS-TERMINAL-CIERRE = 0 OR
                               ED-TERMINAL = WS-TERMINAL-CIERRE)
                               ADD ED-IMPORTE TO WS-DEPOSITOS-DEVUELTOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENVASES-DEVUELTOS
           END-IF
           IF WS-DEPOSITOS-DEVUELTOS > WS-TOTAL-EFECTIVO
               MOVE WS-TOTAL-EFECTIVO TO WS-DEPOSITOS-DEVUELTOS
               DISPLAY "AVISO: envases devueltos superan el efectivo "
                   "teorico del dia."
           END-IF
           SUBTRACT WS-DEPOSITOS-DEVUELTOS FROM WS-TOTAL-EFECTIVO
           IF WS-TOTAL-TICKETS > WS-DEPOSITOS-COBRADOS
               COMPUTE WS-VENTAS-NETAS =
                   WS-TOTAL-TICKETS - WS-DEPOSITOS-COBRADOS
           ELSE
               MOVE ZEROES TO WS-VENTAS-NETAS
           END-IF.

      *> La linea de deposito no lleva caja: es la de su ticket.
       SUMAR-DEPOSITO-CAJA.
           IF WS-TERMINAL-CIERRE = 0
               ADD VE-IMPORTE TO WS-DEPOSITOS-COBRADOS
           ELSE
               MOVE VE-TICKET-NUMERO TO TICKET-NUMERO
               READ TICKETS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TICKET-TERMINAL = WS-TERMINAL-CIERRE
                           ADD VE-IMPORTE TO WS-DEPOSITOS-COBRADOS
                       END-IF
               END-READ
           END-IF.

      *> El efectivo esperado en el cajon es: ventas en efectivo,
      *> menos reembolsos y salidas (pagos del cajon, retiros al
      *> cofre), mas entradas (aportes de cambio). Todo movimiento
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF MC-FECHA = WS-FECHA-CIERRE AND
                              (WS-TERMINAL-CIERRE = 0 OR
                               MC-TERMINAL = WS-TERMINAL-CIERRE)
                               IF MC-SALIDA
                                   ADD MC-IMPORTE TO WS-SALIDAS-CAJA
                               ELSE
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF SESION-FECHA = WS-FECHA-CIERRE AND
                              (WS-TERMINAL-CIERRE = 0 OR
                               SESION-TERMINAL = WS-TERMINAL-CIERRE)
                               PERFORM MOSTRAR-UNA-SESION
                           END-IF
                   END-READ
           ADD 1 TO WS-SESIONES-DIA
           IF SESION-ABIERTA
               ADD 1 TO WS-SESION-SIN-CERRAR
               DISPLAY "Sesion " SESION-NUMERO " caja " SESION-TERMINAL
                   " (" SESION-OPERADOR ") ABIERTA"
           ELSE
               ADD SESION-DIFERENCIA TO WS-DIF-SESIONES
               MOVE SESION-DIFERENCIA TO WS-DIF-EDIT
               DISPLAY "Sesion " SESION-NUMERO " caja " SESION-TERMINAL
                   " (" SESION-OPERADOR ") diferencia: " WS-DIF-EDIT
           END-IF.

       MOSTRAR-Y-GRABAR-CIERRE.
           IF WS-TERMINAL-CIERRE = 0
               DISPLAY "----- CIERRE Z DE TIENDA " WS-FECHA-CIERRE
                   " -----"
           ELSE
               DISPLAY "----- CIERRE DE LA CAJA " WS-TERMINAL-CIERRE
                   " " WS-FECHA-CIERRE " -----"
           END-IF
           DISPLAY "TICKETS DEL DIA....: " WS-CANT-TICKETS
           MOVE WS-VENTAS-NETAS TO WS-IMPORTE-EDIT
           DISPLAY "VENTAS (SIN DEPOS.): " WS-IMPORTE-EDIT
           MOVE WS-DEPOSITOS-COBRADOS TO WS-IMPORTE-EDIT
           DISPLAY "DEPOSITOS ENVASE...: " WS-IMPORTE-EDIT
               " (cobrados, no son venta)"
           MOVE WS-DEPOSITOS-DEVUELTOS TO WS-IMPORTE-EDIT
           DISPLAY "ENVASES DEVUELTOS..: " WS-IMPORTE-EDIT
           MOVE WS-REEMBOLSOS-EFECTIVO TO WS-IMPORTE-EDIT
           DISPLAY "REEMB. EFECTIVO....: " WS-IMPORTE-EDIT
           MOVE WS-ENTRADAS-CAJA TO WS-IMPORTE-EDIT
           DISPLAY "SALIDAS DE CAJA....: " WS-IMPORTE-EDIT
           MOVE WS-TOTAL-EFECTIVO TO WS-IMPORTE-EDIT
           DISPLAY "EFECTIVO ESPERADO..: " WS-IMPORTE-EDIT
               " (neto de reembolsos, envases y movimientos)"
           MOVE WS-TOTAL-TARJETA TO WS-IMPORTE-EDIT
           DISPLAY "TOTAL TARJETA......: " WS-IMPORTE-EDIT
           MOVE WS-TOTAL-CUENTA TO WS-IMPORTE-EDIT
           DISPLAY "TOTAL A CUENTA.....: " WS-IMPORTE-EDIT
           MOVE WS-TOTAL-VALE TO WS-IMPORTE-EDIT
           DISPLAY "TOTAL VALES........: " WS-IMPORTE-EDIT
           MOVE WS-TOTAL-PUNTOS TO WS-IMPORTE-EDIT
           DISPLAY "TOTAL PUNTOS.......: " WS-IMPORTE-EDIT
           MOVE WS-TOTAL-NOMINA TO WS-IMPORTE-EDIT
           DISPLAY "TOTAL A NOMINA.....: " WS-IMPORTE-EDIT
           MOVE WS-TOTAL-CUPONES TO WS-IMPORTE-EDIT
           DISPLAY "TOTAL CUPONES FABR.: " WS-IMPORTE-EDIT

      *> La tienda no cuenta cajon propio: su contado es la suma de
      *> lo contado en los Z de las cajas.
           IF WS-TERMINAL-CIERRE = 0
               MOVE ZEROES TO WS-EFECTIVO-CONTADO
               PERFORM VARYING WS-CJ FROM 1 BY 1 UNTIL WS-CJ > 9
                   ADD CJ-CONTADO(WS-CJ) TO WS-EFECTIVO-CONTADO
               END-PERFORM
               MOVE WS-EFECTIVO-CONTADO TO WS-IMPORTE-EDIT
               DISPLAY "CONTADO EN " WS-CAJAS-CON-Z " CAJA(S)..: "
                   WS-IMPORTE-EDIT
           ELSE
               MOVE 'N' TO WS-CAMPO-OK
               PERFORM UNTIL WS-CAMPO-OK = 'S'
                   DISPLAY "Efectivo contado en el cajon (sin puntos, "
                       "dos"
                   DISPLAY "decimales, p.ej. 0012345 = 123,45): "
                   ACCEPT WS-EFECTIVO-CONTADO
                   IF WS-EFECTIVO-CONTADO NOT NUMERIC
                       DISPLAY "IMPORTE INVALIDO."
                   ELSE
                       MOVE 'S' TO WS-CAMPO-OK
                   END-IF
               END-PERFORM
           END-IF

           COMPUTE WS-DESCUADRE =
               WS-EFECTIVO-CONTADO - WS-TOTAL-EFECTIVO
               MOVE WS-EFECTIVO-CONTADO TO CIERRE-Z-EFECTIVO-CONTADO
               MOVE WS-DESCUADRE TO CIERRE-Z-DESCUADRE
               MOVE WS-TOTAL-CUENTA TO CIERRE-Z-TOTAL-CUENTA
               MOVE WS-TOTAL-VALE TO CIERRE-Z-TOTAL-VALE
               MOVE WS-TOTAL-PUNTOS TO CIERRE-Z-TOTAL-PUNTOS
               MOVE WS-DEPOSITOS-COBRADOS TO
                   CIERRE-Z-DEPOSITOS-COBRADOS
               MOVE WS-DEPOSITOS-DEVUELTOS TO
                   CIERRE-Z-DEPOSITOS-DEVUELTOS
               MOVE WS-TOTAL-NOMINA TO CIERRE-Z-TOTAL-NOMINA
               MOVE WS-TOTAL-CUPONES TO CIERRE-Z-TOTAL-CUPONES
               MOVE WS-TERMINAL-CIERRE TO CIERRE-Z-TERMINAL
               WRITE CIERRE-Z-REGISTRO INVALID KEY
                   DISPLAY "Error al grabar el cierre. Estado: "
                       WS-CIERRES-STATUS
                   MOVE "MOSTRAR-Y-GRABAR-CIERRE" TO WS-INC-PARRAFO
                   MOVE "CIERRES-Z.dat" TO WS-INC-ARCHIVO
                   MOVE WS-CIERRES-STATUS TO WS-INC-ESTADO
                   MOVE CIERRE-Z-NUMERO TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-WRITE
               IF WS-CIERRES-STATUS = "00"
                   DISPLAY "Cierre Z " WS-Z-CONTADOR " grabado."
      *> El efectivo del Z de tienda queda en transito hasta que el
      *> ingreso en el banco se registra con su resguardo.
                   IF WS-TERMINAL-CIERRE = 0 AND
                      WS-EFECTIVO-CONTADO > 0
                       MOVE WS-EFECTIVO-CONTADO TO WS-IMPORTE-EDIT
                       DISPLAY "Efectivo a ingresar en el banco: "
                           WS-IMPORTE-EDIT
                       DISPLAY "Registre el resguardo en "
                           "GESTION-INGRESOS-BANCO."
                   END-IF
               END-IF
           ELSE
               DISPLAY "Cierre cancelado por el usuario."
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "CIERRE-CAJA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM CIERRE-CAJA.
