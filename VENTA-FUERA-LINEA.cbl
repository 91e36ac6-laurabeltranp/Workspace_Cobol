       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTA-FUERA-LINEA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Copia local de precios (la rehace ALTA-VENTAS al arrancar).
           SELECT PRECIOS-LOCAL
               ASSIGN TO DYNAMIC WS-ARCH-PRECIOS-LOCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLOC-PRODUCTO-ID
               ALTERNATE RECORD KEY IS PLOC-EAN WITH DUPLICATES
               FILE STATUS IS WS-PRECIOS-STATUS.

      *> Cola de tickets para SINCRONIZAR-FUERA-LINEA.
           SELECT COLA-FUERA-LINEA
               ASSIGN TO DYNAMIC WS-ARCH-COLA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRECIOS-LOCAL.
           COPY PRECLOC.

       FD COLA-FUERA-LINEA.
           COPY COLAFL.

       WORKING-STORAGE SECTION.
       01 WS-PRECIOS-STATUS PIC XX.
       01 WS-COLA-STATUS PIC XX.
       01 WS-COLA-EOF PIC X VALUE "N".
       01 WS-ARCH-PRECIOS-LOCAL PIC X(40).
       01 WS-ARCH-COLA PIC X(40).
       01 SINO PIC X VALUE "S".
       01 WS-OTRA-LINEA PIC X VALUE "S".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-LINEA-OK PIC X VALUE "N".
       01 WS-MAYOR-EDAD PIC X.
       01 WS-ENTRADA-PRODUCTO PIC X(13).
       01 WS-CANT-ENTERA PIC 9(3).
       01 WS-UNIDADES PIC 9(3)V999.
       01 WS-OPERADOR-CAJA PIC X(8) VALUE SPACES.
       01 WS-PROVISIONAL PIC 9(6) VALUE 0.
       01 WS-FECHA PIC 9(8).
       01 WS-HORA PIC 9(6).
       01 WS-TICKET-TOTAL PIC 9(7)V99.
       01 WS-MEDIO-PAGO PIC X.
       01 WS-ENTREGADO PIC 9(7)V99.
       01 WS-CAMBIO PIC 9(7)V99.
       01 WS-IMPORTE-EDIT PIC Z(6)9.99.
       01 WS-L PIC 9(3).
       01 WS-TICKETS-COLA PIC 9(5) VALUE 0.

      *----------------------- LINEAS DEL TICKET EN CURSO -----------------
      * Las lineas se guardan en memoria y pasan a la cola todas
      * juntas con su cabecera al cobrar: un ticket a medias no deja
      * rastro.
       01 WS-LINEAS-CANT PIC 9(3) VALUE 0.
       01 TABLA-LINEAS.
           05 LN-ENTRADA OCCURS 100 TIMES.
               10 LN-PRODUCTO-ID PIC 9(6).
               10 LN-UNIDADES PIC 9(3)V999.
               10 LN-PRECIO PIC 9(5)V99.
               10 LN-IMPORTE PIC 9(7)V99.
               10 LN-TIPO-LINEA PIC X.

       01 TICKET-LINEA-IMPRESA.
           05 TL-DESCRIP PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-UNIDADES PIC ZZ9.999.
           05 FILLER PIC X(3) VALUE " x ".
           05 TL-PRECIO PIC Z(4)9.99.
           05 FILLER PIC X(3) VALUE " = ".
           05 TL-IMPORTE PIC Z(6)9.99.
       01 TICKET-PIE.
           05 FILLER PIC X(35) VALUE "TOTAL TICKET EUR:".
           05 TP-TOTAL PIC Z(6)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-TERMINAL PIC 9.

       PROCEDURE DIVISION USING LK-TERMINAL.
      *----------------------- VENTA FUERA DE LINEA -----------------------
      * Caja de emergencia para cuando ALTA-VENTAS no puede abrir los
      * maestros compartidos (red caida, archivo bloqueado por un
      * batch largo). Vende contra la copia local de precios, sin
      * stock, ofertas, clientes, vales ni cupones, y cobra solo en
      * efectivo o tarjeta. Cada ticket queda en la cola local con un
      * numero provisional; SINCRONIZAR-FUERA-LINEA lo pasa a los
      * maestros con su numero definitivo cuando vuelven.
       INICIO.
           MOVE SPACES TO WS-ARCH-PRECIOS-LOCAL
           STRING "PRECIOS-LOCAL-CAJA-" LK-TERMINAL ".dat"
               DELIMITED BY SIZE INTO WS-ARCH-PRECIOS-LOCAL
           MOVE SPACES TO WS-ARCH-COLA
           STRING "COLA-FUERA-LINEA-CAJA-" LK-TERMINAL ".dat"
               DELIMITED BY SIZE INTO WS-ARCH-COLA

           OPEN INPUT PRECIOS-LOCAL
           IF WS-PRECIOS-STATUS NOT = "00"
               DISPLAY "No hay copia local de precios ("
                   WS-ARCH-PRECIOS-LOCAL "). Estado: "
                   WS-PRECIOS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE WS-ARCH-PRECIOS-LOCAL TO WS-INC-ARCHIVO
               MOVE WS-PRECIOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               DISPLAY "NO SE PUEDE VENDER FUERA DE LINEA."
               GOBACK
           END-IF

           PERFORM RECUPERAR-PROVISIONAL
           OPEN EXTEND COLA-FUERA-LINEA
           IF WS-COLA-STATUS = "05" OR WS-COLA-STATUS = "35"
               OPEN OUTPUT COLA-FUERA-LINEA
           END-IF
           IF WS-COLA-STATUS NOT = "00"
               DISPLAY "Error al abrir " WS-ARCH-COLA ". Estado: "
                   WS-COLA-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE WS-ARCH-COLA TO WS-INC-ARCHIVO
               MOVE WS-COLA-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRECIOS-LOCAL
               GOBACK
           END-IF

           ACCEPT WS-OPERADOR-CAJA FROM ENVIRONMENT "OPERADOR"
           DISPLAY "****************************************"
           DISPLAY "***  CAJA " LK-TERMINAL
               " - MODO FUERA DE LINEA     ***"
           DISPLAY "***  PRECIOS DE LA COPIA LOCAL, SIN  ***"
           DISPLAY "***  OFERTAS; SOLO EFECTIVO/TARJETA  ***"
           DISPLAY "****************************************"

           MOVE "S" TO SINO
           PERFORM UNTIL SINO NOT = "S"
               MOVE 0 TO WS-LINEAS-CANT
               MOVE 0 TO WS-TICKET-TOTAL
               ADD 1 TO WS-PROVISIONAL
               DISPLAY "----- TICKET PROVISIONAL " WS-PROVISIONAL
                   " -----"
               MOVE "S" TO WS-OTRA-LINEA
               PERFORM UNTIL WS-OTRA-LINEA NOT = "S"
                   PERFORM REGISTRAR-LINEA
                   DISPLAY "¿Otra linea en el mismo ticket? (S/N): "
                   ACCEPT WS-OTRA-LINEA
                   IF WS-OTRA-LINEA = "s"
                       MOVE "S" TO WS-OTRA-LINEA
                   END-IF
               END-PERFORM
               IF WS-LINEAS-CANT > 0
                   PERFORM COBRAR-Y-ENCOLAR
               ELSE
                   DISPLAY "Ticket sin lineas: no se graba."
                   SUBTRACT 1 FROM WS-PROVISIONAL
               END-IF
               DISPLAY "¿Desea registrar otro ticket? (S/N): "
               ACCEPT SINO
               IF SINO = "s"
                   MOVE "S" TO SINO
               END-IF
           END-PERFORM

           CLOSE COLA-FUERA-LINEA
           CLOSE PRECIOS-LOCAL
           DISPLAY WS-TICKETS-COLA " TICKET(S) EN LA COLA. Con los "
               "maestros de vuelta ejecute SINCRONIZAR-FUERA-LINEA."
           GOBACK.

      *> El numero provisional sigue al ultimo de la cola, para que
      *> dos arranques fuera de linea el mismo dia no lo repitan.
       RECUPERAR-PROVISIONAL.
           MOVE 0 TO WS-PROVISIONAL
           OPEN INPUT COLA-FUERA-LINEA
           IF WS-COLA-STATUS = "00"
               MOVE "N" TO WS-COLA-EOF
               PERFORM UNTIL WS-COLA-EOF = "S"
                   READ COLA-FUERA-LINEA
                       AT END
                           MOVE "S" TO WS-COLA-EOF
                       NOT AT END
                           IF COLA-PROVISIONAL > WS-PROVISIONAL
                               MOVE COLA-PROVISIONAL TO WS-PROVISIONAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLA-FUERA-LINEA
           END-IF.

       REGISTRAR-LINEA.
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "ID del producto o codigo de barras: "
               ACCEPT WS-ENTRADA-PRODUCTO
               PERFORM RESOLVER-PRODUCTO
           END-PERFORM

           MOVE "S" TO WS-LINEA-OK
           IF NOT PLOC-SIN-RESTRICCION
               DISPLAY "PRODUCTO CON RESTRICCION DE EDAD. "
                   "¿Cliente mayor de edad? (S/N): "
               ACCEPT WS-MAYOR-EDAD
               IF WS-MAYOR-EDAD NOT = "S" AND WS-MAYOR-EDAD NOT = "s"
                   DISPLAY "VENTA RECHAZADA: linea no registrada."
                   MOVE "N" TO WS-LINEA-OK
               END-IF
           END-IF
           IF WS-LINEAS-CANT > 98
               DISPLAY "TICKET LLENO: cobre y abra otro."
               MOVE "N" TO WS-LINEA-OK
           END-IF

           IF WS-LINEA-OK = "S"
               PERFORM PEDIR-CANTIDAD
               ADD 1 TO WS-LINEAS-CANT
               MOVE WS-LINEAS-CANT TO WS-L
               MOVE PLOC-PRODUCTO-ID TO LN-PRODUCTO-ID(WS-L)
               MOVE WS-UNIDADES TO LN-UNIDADES(WS-L)
               MOVE PLOC-PRECIO TO LN-PRECIO(WS-L)
               COMPUTE LN-IMPORTE(WS-L) ROUNDED =
                   WS-UNIDADES * PLOC-PRECIO
               MOVE SPACE TO LN-TIPO-LINEA(WS-L)
               ADD LN-IMPORTE(WS-L) TO WS-TICKET-TOTAL
               PERFORM MOSTRAR-LINEA
               IF PLOC-ENVASE-ID > 0
                   PERFORM REGISTRAR-DEPOSITO
               END-IF
           END-IF.

      *> El deposito del envase va en su propia linea D, como en la
      *> caja normal.
       REGISTRAR-DEPOSITO.
           MOVE PLOC-ENVASE-ID TO PLOC-PRODUCTO-ID
           READ PRECIOS-LOCAL
               INVALID KEY
                   DISPLAY "AVISO: ENVASE " PLOC-PRODUCTO-ID " NO "
                       "ESTA EN LA COPIA LOCAL, DEPOSITO NO COBRADO."
               NOT INVALID KEY
                   ADD 1 TO WS-LINEAS-CANT
                   MOVE WS-LINEAS-CANT TO WS-L
                   MOVE PLOC-PRODUCTO-ID TO LN-PRODUCTO-ID(WS-L)
                   MOVE WS-UNIDADES TO LN-UNIDADES(WS-L)
                   MOVE PLOC-PRECIO TO LN-PRECIO(WS-L)
                   COMPUTE LN-IMPORTE(WS-L) ROUNDED =
                       WS-UNIDADES * PLOC-PRECIO
                   MOVE "D" TO LN-TIPO-LINEA(WS-L)
                   ADD LN-IMPORTE(WS-L) TO WS-TICKET-TOTAL
                   PERFORM MOSTRAR-LINEA
           END-READ.

       MOSTRAR-LINEA.
           MOVE PLOC-DESCRIP TO TL-DESCRIP
           MOVE LN-UNIDADES(WS-L) TO TL-UNIDADES
           MOVE LN-PRECIO(WS-L) TO TL-PRECIO
           MOVE LN-IMPORTE(WS-L) TO TL-IMPORTE
           DISPLAY TICKET-LINEA-IMPRESA.

      *> ID de seis cifras o EAN. La etiqueta de balanza (prefijo 2)
      *> lleva el importe calculado con el precio del maestro: fuera
      *> de linea se teclea el producto y se pesa aparte.
       RESOLVER-PRODUCTO.
           EVALUATE TRUE
               WHEN WS-ENTRADA-PRODUCTO(1:13) NUMERIC AND
                    WS-ENTRADA-PRODUCTO(1:1) = "2"
                   DISPLAY "ETIQUETA DE BALANZA NO ADMITIDA FUERA DE "
                       "LINEA: teclee el ID y el peso."
               WHEN WS-ENTRADA-PRODUCTO(1:13) NUMERIC
                   MOVE WS-ENTRADA-PRODUCTO(1:13) TO PLOC-EAN
                   READ PRECIOS-LOCAL KEY IS PLOC-EAN
                       INVALID KEY
                           DISPLAY "EAN NO ENCONTRADO EN LA COPIA "
                               "LOCAL."
                       NOT INVALID KEY
                           PERFORM ACEPTAR-PRODUCTO
                   END-READ
               WHEN WS-ENTRADA-PRODUCTO(1:6) NUMERIC AND
                    WS-ENTRADA-PRODUCTO(7:7) = SPACES
                   MOVE WS-ENTRADA-PRODUCTO(1:6) TO PLOC-PRODUCTO-ID
                   READ PRECIOS-LOCAL
                       INVALID KEY
                           DISPLAY "Producto no encontrado: "
                               PLOC-PRODUCTO-ID
                       NOT INVALID KEY
                           PERFORM ACEPTAR-PRODUCTO
                   END-READ
               WHEN OTHER
                   DISPLAY "ENTRADA INVALIDA: teclee el ID de seis "
                       "cifras o pase el codigo de barras."
           END-EVALUATE.

       ACEPTAR-PRODUCTO.
           EVALUATE TRUE
               WHEN PLOC-ES-DEPOSITO
                   DISPLAY "EL DEPOSITO DE ENVASE NO SE VENDE SUELTO: "
                       "pase el producto que lo lleva."
               WHEN PLOC-DISCONTINUADO = "S"
                   DISPLAY "PRODUCTO DISCONTINUADO: " PLOC-DESCRIP
               WHEN OTHER
                   DISPLAY "Producto: " PLOC-DESCRIP
                   MOVE "S" TO WS-CAMPO-OK
           END-EVALUATE.

       PEDIR-CANTIDAD.
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               IF PLOC-UNIDAD-MEDIDA = "K"
                   DISPLAY "Cantidad en kilos (seis digitos, tres "
                       "decimales, 001500 = 1,5 kg): "
                   ACCEPT WS-UNIDADES
               ELSE
                   DISPLAY "Ingrese las unidades vendidas: "
                   ACCEPT WS-CANT-ENTERA
                   MOVE WS-CANT-ENTERA TO WS-UNIDADES
               END-IF
               IF WS-UNIDADES NOT NUMERIC OR WS-UNIDADES = 0
                   DISPLAY "CANTIDAD INVALIDA."
               ELSE
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-PERFORM.

      *----------------------- COBRO Y COLA -------------------------------
      * Efectivo (con cambio) o tarjeta, por el total. Las lineas y la
      * cabecera se graban juntas en la cola con la misma fecha y
      * hora.
       COBRAR-Y-ENCOLAR.
           MOVE WS-TICKET-TOTAL TO TP-TOTAL
           DISPLAY TICKET-PIE
           MOVE 0 TO WS-ENTREGADO
           MOVE 0 TO WS-CAMBIO
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Medio de pago (E=Efectivo, T=Tarjeta): "
               ACCEPT WS-MEDIO-PAGO
               IF WS-MEDIO-PAGO = "e" OR WS-MEDIO-PAGO = "t"
                   MOVE FUNCTION UPPER-CASE(WS-MEDIO-PAGO)
                       TO WS-MEDIO-PAGO
               END-IF
               IF WS-MEDIO-PAGO = "E" OR WS-MEDIO-PAGO = "T"
                   MOVE "S" TO WS-CAMPO-OK
               ELSE
                   DISPLAY "FUERA DE LINEA SOLO EFECTIVO O TARJETA."
               END-IF
           END-PERFORM
           IF WS-MEDIO-PAGO = "E"
               MOVE "N" TO WS-CAMPO-OK
               PERFORM UNTIL WS-CAMPO-OK = "S"
                   DISPLAY "Entregado por el cliente (sin puntos, dos "
                       "decimales): "
                   ACCEPT WS-ENTREGADO
                   IF WS-ENTREGADO NOT NUMERIC OR
                      WS-ENTREGADO < WS-TICKET-TOTAL
                       DISPLAY "IMPORTE INSUFICIENTE."
                   ELSE
                       MOVE "S" TO WS-CAMPO-OK
                   END-IF
               END-PERFORM
               COMPUTE WS-CAMBIO = WS-ENTREGADO - WS-TICKET-TOTAL
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LINEAS-CANT
               MOVE SPACES TO COLA-REGISTRO
               PERFORM SELLAR-REGISTRO-COLA
               MOVE "L" TO COLA-TIPO
               MOVE LN-PRODUCTO-ID(WS-L) TO COLA-PRODUCTO-ID
               MOVE LN-UNIDADES(WS-L) TO COLA-UNIDADES
               MOVE LN-PRECIO(WS-L) TO COLA-PRECIO
               MOVE LN-IMPORTE(WS-L) TO COLA-IMPORTE
               MOVE LN-TIPO-LINEA(WS-L) TO COLA-TIPO-LINEA
               WRITE COLA-REGISTRO
           END-PERFORM
           MOVE SPACES TO COLA-REGISTRO
           PERFORM SELLAR-REGISTRO-COLA
           MOVE "C" TO COLA-TIPO
           MOVE WS-LINEAS-CANT TO COLA-LINEAS
           MOVE WS-TICKET-TOTAL TO COLA-TOTAL
           MOVE WS-MEDIO-PAGO TO COLA-MEDIO-PAGO
           MOVE WS-ENTREGADO TO COLA-ENTREGADO
           MOVE WS-CAMBIO TO COLA-CAMBIO
           MOVE "N" TO COLA-SINCRONIZADO
           MOVE 0 TO COLA-TICKET-DEFINITIVO
           WRITE COLA-REGISTRO
           IF WS-COLA-STATUS = "00"
               ADD 1 TO WS-TICKETS-COLA
               DISPLAY "TICKET PROVISIONAL " WS-PROVISIONAL
                   " FECHA " WS-FECHA " (FUERA DE LINEA)"
               IF WS-CAMBIO > 0
                   MOVE WS-CAMBIO TO WS-IMPORTE-EDIT
                   DISPLAY "CAMBIO A DEVOLVER EUR: " WS-IMPORTE-EDIT
               END-IF
           ELSE
               DISPLAY "Error al grabar el ticket en la cola. Estado: "
                   WS-COLA-STATUS
               MOVE "COBRAR-Y-ENCOLAR" TO WS-INC-PARRAFO
               MOVE WS-ARCH-COLA TO WS-INC-ARCHIVO
               MOVE WS-COLA-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

       SELLAR-REGISTRO-COLA.
           MOVE WS-PROVISIONAL TO COLA-PROVISIONAL
           MOVE WS-FECHA TO COLA-FECHA
           MOVE WS-HORA TO COLA-HORA
           MOVE WS-OPERADOR-CAJA TO COLA-OPERADOR
           MOVE LK-TERMINAL TO COLA-TERMINAL.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "VENTA-FUERA-LINEA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM VENTA-FUERA-LINEA.
