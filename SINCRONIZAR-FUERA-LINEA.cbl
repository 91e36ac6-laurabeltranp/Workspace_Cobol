       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINCRONIZAR-FUERA-LINEA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLA-FUERA-LINEA
               ASSIGN TO DYNAMIC WS-ARCH-COLA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLA-STATUS.

           SELECT VENTAS
               ASSIGN TO "VENTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTAS-ID
               ALTERNATE RECORD KEY IS VE-PRODUCTO-ID WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-VENTAS-STATUS.

           SELECT TICKETS
               ASSIGN TO "TICKETS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKET-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-TICKETS-STATUS.

           SELECT APARCADOS
               ASSIGN TO "TICKETS-APARCADOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-SLOT
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-APARCADOS-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT CIERRES-Z
               ASSIGN TO "CIERRES-Z.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIERRE-Z-NUMERO
               FILE STATUS IS WS-CIERRES-STATUS.

           SELECT VENTAS-DIARIAS
               ASSIGN TO "ventas-diarias.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VD-STATUS.

           SELECT BITACORA
               ASSIGN TO "BITACORA-DIA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BITACORA-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "SINCRONIZAR-FUERA-LINEA.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COLA-FUERA-LINEA.
           COPY COLAFL.

       FD VENTAS.
           COPY VENTAS.

       FD TICKETS.
           COPY TICKETS.

       FD APARCADOS.
           COPY APARCADO.

       FD PRODUCTO.
           COPY PRODFLT.

       FD CIERRES-Z.
           COPY CIERREZ.

       FD VENTAS-DIARIAS.
       01 VENTAS-DIARIAS-REGISTRO.
           03 VD-PRODUCTO-ID PIC 9(6).
           03 VD-UNIDADES-VENDIDAS PIC 9(3)V999.

       FD BITACORA.
           COPY BITACORA.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-COLA-STATUS PIC XX.
       01 WS-VENTAS-STATUS PIC XX.
       01 WS-TICKETS-STATUS PIC XX.
       01 WS-APARCADOS-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-CIERRES-STATUS PIC XX.
       01 WS-HAY-CIERRES PIC X VALUE "N".
       01 WS-VD-STATUS PIC XX.
       01 WS-BITACORA-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-COLA-EOF PIC X VALUE "N".
       01 WS-ARCH-COLA PIC X(40).
       01 WS-TERMINAL PIC 9 VALUE 1.
       01 VENTAS-ID-CONTADOR PIC 9(6) VALUE 0.
       01 WS-TICKET-DEFINITIVO PIC 9(6).
       01 WS-SERIE-DESDE PIC 9(6).
       01 WS-SERIE-HASTA PIC 9(6).
       01 WS-ABORTAR PIC X VALUE "N".
       01 WS-DIA-CERRADO PIC X VALUE "N".
       01 WS-CONFIRMA PIC X.
       01 WS-PASADOS PIC 9(5) VALUE 0.
       01 WS-YA-PASADOS PIC 9(5) VALUE 0.
       01 WS-DESCARTADOS PIC 9(5) VALUE 0.
       01 WS-CONFLICTOS PIC 9(5) VALUE 0.
       01 WS-PRECIO-EDIT PIC Z(4)9.99.
       01 WS-PRECIO-EDIT-2 PIC Z(4)9.99.
       01 WS-UNIDADES-EDIT PIC ZZ9.999.
       01 WS-STOCK-EDIT PIC Z(5)9.999.
      * Registro de facturacion (VERI*FACTU): el ticket pasado es
      * una factura simplificada (F2) y entra en la cadena al recibir
      * su numero definitivo. La cuota sale de la base de cada linea
      * con el tipo de IVA de su producto.
       01 WS-TASA-LINEA PIC 9(2).
       01 WS-BASE-LINEA PIC 9(7)V99.
       01 WS-BASE-LINEAS PIC 9(7)V99.
       01 WS-IMPORTE-LINEAS PIC 9(7)V99.
      * Depositos de envase del ticket: se cobran pero no son base.
       01 WS-DEPOSITOS-LINEAS PIC 9(7)V99.
       01 WS-VF-GRAVADO PIC 9(7)V99.
       01 WS-VF-OPERACION PIC X VALUE "A".
       01 WS-VF-SERIE PIC X VALUE "T".
       01 WS-VF-TIPO PIC XX VALUE "F2".
       01 WS-VF-BASE PIC 9(7)V99.
       01 WS-VF-CUOTA PIC S9(7)V99.
       01 WS-VF-IMPORTE PIC S9(7)V99.
       01 WS-VF-QR PIC X(200).

      *----------------------- LINEAS DEL TICKET EN CURSO -----------------
      * Lineas leidas de la cola a la espera de su cabecera.
       01 WS-LINEAS-CANT PIC 9(3) VALUE 0.
       01 WS-LINEAS-PROVISIONAL PIC 9(6) VALUE 0.
       01 WS-L PIC 9(3).
       01 TABLA-LINEAS.
           05 LN-ENTRADA OCCURS 100 TIMES.
               10 LN-PRODUCTO-ID PIC 9(6).
               10 LN-UNIDADES PIC 9(3)V999.
               10 LN-PRECIO PIC 9(5)V99.
               10 LN-IMPORTE PIC 9(7)V99.
               10 LN-TIPO-LINEA PIC X.

       01 REP-TITULO.
           05 FILLER PIC X(40) VALUE
               "SINCRONIZACION FUERA DE LINEA - CAJA ".
           05 RT-TERMINAL PIC 9.
       01 REP-PASADO.
           05 FILLER PIC X(13) VALUE "PROVISIONAL ".
           05 RP-PROVISIONAL PIC Z(5)9.
           05 FILLER PIC X(11) VALUE " -> TICKET ".
           05 RP-TICKET PIC 9(6).
           05 FILLER PIC X(8) VALUE "  FECHA ".
           05 RP-FECHA PIC 9(8).
           05 FILLER PIC X(8) VALUE "  TOTAL ".
           05 RP-TOTAL PIC Z(6)9.99.

      * Parametros de la tienda: IVA general de los productos
      * sin tipo reducido.
           COPY PARAMETRO.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- SINCRONIZAR FUERA DE LINEA -----------------
      * Con los maestros de vuelta pasa a VENTAS, TICKETS y al log de
      * ventas del dia los tickets que esta caja cobro fuera de linea,
      * en el orden de la cola. Cada uno recibe el siguiente numero
      * de la serie de la caja y conserva su fecha, hora, precios y
      * cobro. El informe SINCRONIZAR-FUERA-LINEA.txt lista la
      * equivalencia de numeros y los conflictos a revisar: precio
      * cobrado distinto del maestro actual, stock que no alcanza,
      * producto que ya no existe o dia con Z cerrado.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           CALL "OBTENER-TERMINAL" USING WS-TERMINAL
           MOVE SPACES TO WS-ARCH-COLA
           STRING "COLA-FUERA-LINEA-CAJA-" WS-TERMINAL ".dat"
               DELIMITED BY SIZE INTO WS-ARCH-COLA
           COMPUTE WS-SERIE-DESDE = WS-TERMINAL * 100000
           COMPUTE WS-SERIE-HASTA = WS-SERIE-DESDE + 99999

           OPEN I-O COLA-FUERA-LINEA
           IF WS-COLA-STATUS NOT = "00"
               DISPLAY "No hay cola fuera de linea de la caja "
                   WS-TERMINAL " (" WS-ARCH-COLA "). Estado: "
                   WS-COLA-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE WS-ARCH-COLA TO WS-INC-ARCHIVO
               MOVE WS-COLA-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           OPEN I-O VENTAS
           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir VENTAS-INDEXADO.dat. Estado: "
                   WS-VENTAS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE COLA-FUERA-LINEA
               STOP RUN
           END-IF
           OPEN I-O TICKETS
           IF WS-TICKETS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir TICKETS-INDEXADO.dat. Estado: "
                   WS-TICKETS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "TICKETS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE COLA-FUERA-LINEA
               CLOSE VENTAS
               STOP RUN
           END-IF
           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE COLA-FUERA-LINEA
               CLOSE VENTAS
               CLOSE TICKETS
               STOP RUN
           END-IF
           OPEN INPUT CIERRES-Z
           IF WS-CIERRES-STATUS = "00"
               MOVE "S" TO WS-HAY-CIERRES
           END-IF
           OPEN EXTEND VENTAS-DIARIAS
           IF WS-VD-STATUS = "05" OR WS-VD-STATUS = "35"
               OPEN OUTPUT VENTAS-DIARIAS
           END-IF
           OPEN EXTEND BITACORA
           IF WS-BITACORA-STATUS = "05" OR WS-BITACORA-STATUS = "35"
               OPEN OUTPUT BITACORA
           END-IF
           OPEN OUTPUT REPORTE-TXT
           MOVE WS-TERMINAL TO RT-TERMINAL
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-TITULO

           PERFORM RECUPERAR-CONTADORES

           MOVE 0 TO WS-LINEAS-CANT
           MOVE "N" TO WS-COLA-EOF
           PERFORM UNTIL WS-COLA-EOF = "S" OR WS-ABORTAR = "S"
               READ COLA-FUERA-LINEA
                   AT END
                       MOVE "S" TO WS-COLA-EOF
                   NOT AT END
                       PERFORM PROCESAR-REGISTRO-COLA
               END-READ
           END-PERFORM
           IF WS-LINEAS-CANT > 0 AND WS-ABORTAR = "N"
               PERFORM DESCARTAR-LINEAS-SUELTAS
           END-IF

           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           STRING "PASADOS: " WS-PASADOS "  YA PASADOS ANTES: "
               WS-YA-PASADOS "  DESCARTADOS: " WS-DESCARTADOS
               "  CONFLICTOS: " WS-CONFLICTOS
               DELIMITED BY SIZE INTO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-LINEA

           CLOSE REPORTE-TXT
           CLOSE BITACORA
           CLOSE VENTAS-DIARIAS
           IF WS-HAY-CIERRES = "S"
               CLOSE CIERRES-Z
           END-IF
           CLOSE PRODUCTO
           CLOSE TICKETS
           CLOSE VENTAS
           CLOSE COLA-FUERA-LINEA
           IF WS-ABORTAR = "S"
               DISPLAY "SINCRONIZACION INTERRUMPIDA: lo pasado queda "
                   "marcado en la cola; repita cuando se resuelva."
           ELSE
               PERFORM VACIAR-COLA
           END-IF
           DISPLAY "Informe en SINCRONIZAR-FUERA-LINEA.txt"
           STOP RUN.

      *> Ultimo VENTAS-ID y ultimo ticket de la serie de la caja,
      *> contando los aparcados, como hace ALTA-VENTAS al arrancar.
       RECUPERAR-CONTADORES.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ VENTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE VENTAS-ID TO VENTAS-ID-CONTADOR
               END-READ
           END-PERFORM
           MOVE WS-SERIE-DESDE TO WS-TICKET-DEFINITIVO
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ TICKETS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF TICKET-NUMERO > WS-TICKET-DEFINITIVO AND
                          TICKET-NUMERO <= WS-SERIE-HASTA
                           MOVE TICKET-NUMERO TO WS-TICKET-DEFINITIVO
                       END-IF
               END-READ
           END-PERFORM
           OPEN INPUT APARCADOS
           IF WS-APARCADOS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ APARCADOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF APR-TICKET-NUMERO > WS-TICKET-DEFINITIVO
                              AND APR-TICKET-NUMERO <= WS-SERIE-HASTA
                               MOVE APR-TICKET-NUMERO
                                   TO WS-TICKET-DEFINITIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APARCADOS
           END-IF.

      *> Las lineas se guardan hasta ver su cabecera. Una linea de
      *> otro numero provisional antes de la cabecera deja las
      *> anteriores sueltas: ese ticket no llego a cobrarse.
       PROCESAR-REGISTRO-COLA.
           IF WS-LINEAS-CANT > 0 AND
              COLA-PROVISIONAL NOT = WS-LINEAS-PROVISIONAL
               PERFORM DESCARTAR-LINEAS-SUELTAS
           END-IF
           EVALUATE TRUE
               WHEN COLA-ES-LINEA
                   PERFORM GUARDAR-LINEA-COLA
               WHEN COLA-ES-CABECERA AND COLA-YA-SINCRONIZADO
                   ADD 1 TO WS-YA-PASADOS
                   MOVE 0 TO WS-LINEAS-CANT
               WHEN COLA-ES-CABECERA
                   PERFORM PASAR-TICKET
                   MOVE 0 TO WS-LINEAS-CANT
           END-EVALUATE.

       GUARDAR-LINEA-COLA.
           IF WS-LINEAS-CANT < 100
               ADD 1 TO WS-LINEAS-CANT
               MOVE COLA-PROVISIONAL TO WS-LINEAS-PROVISIONAL
               MOVE COLA-PRODUCTO-ID TO LN-PRODUCTO-ID(WS-LINEAS-CANT)
               MOVE COLA-UNIDADES TO LN-UNIDADES(WS-LINEAS-CANT)
               MOVE COLA-PRECIO TO LN-PRECIO(WS-LINEAS-CANT)
               MOVE COLA-IMPORTE TO LN-IMPORTE(WS-LINEAS-CANT)
               MOVE COLA-TIPO-LINEA TO LN-TIPO-LINEA(WS-LINEAS-CANT)
           END-IF.

       DESCARTAR-LINEAS-SUELTAS.
           MOVE SPACES TO REP-LINEA
           STRING "PROVISIONAL " WS-LINEAS-PROVISIONAL ": "
               WS-LINEAS-CANT " LINEA(S) SIN CABECERA, NO SE PASAN "
               "(ticket no cobrado)"
               DELIMITED BY SIZE INTO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-LINEA
           ADD 1 TO WS-DESCARTADOS
           MOVE 0 TO WS-LINEAS-CANT.

      *----------------------- PASAR UN TICKET ----------------------------
      * Lineas a VENTAS (y al log del dia las de producto, para que
      * el apply nocturno descuente el stock), cabecera a TICKETS y
      * las dos a la bitacora. La cabecera de la cola queda marcada
      * con el numero definitivo.
       PASAR-TICKET.
           ADD 1 TO WS-TICKET-DEFINITIVO
           IF WS-TICKET-DEFINITIVO > WS-SERIE-HASTA
               DISPLAY "SERIE DE TICKETS DE LA CAJA " WS-TERMINAL
                   " AGOTADA."
               MOVE "S" TO WS-ABORTAR
           END-IF
           MOVE 0 TO WS-BASE-LINEAS
           MOVE 0 TO WS-IMPORTE-LINEAS
           MOVE 0 TO WS-DEPOSITOS-LINEAS
           IF WS-ABORTAR = "N"
               PERFORM COMPROBAR-DIA-CERRADO
               PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LINEAS-CANT OR WS-ABORTAR = "S"
                   PERFORM PASAR-LINEA
               END-PERFORM
           END-IF
           IF WS-ABORTAR = "N"
               PERFORM GRABAR-CABECERA
           END-IF
           IF WS-ABORTAR = "N"
               MOVE "S" TO COLA-SINCRONIZADO
               MOVE WS-TICKET-DEFINITIVO TO COLA-TICKET-DEFINITIVO
               REWRITE COLA-REGISTRO
               ADD 1 TO WS-PASADOS
               MOVE COLA-PROVISIONAL TO RP-PROVISIONAL
               MOVE WS-TICKET-DEFINITIVO TO RP-TICKET
               MOVE COLA-FECHA TO RP-FECHA
               MOVE COLA-TOTAL TO RP-TOTAL
               MOVE REP-PASADO TO REP-LINEA
               WRITE REP-LINEA
               DISPLAY REP-PASADO
           END-IF.

       PASAR-LINEA.
           ADD 1 TO VENTAS-ID-CONTADOR
           MOVE VENTAS-ID-CONTADOR TO VENTAS-ID
           MOVE LN-PRODUCTO-ID(WS-L) TO VE-PRODUCTO-ID
           MOVE LN-UNIDADES(WS-L) TO UNIDADES
           MOVE COLA-FECHA TO VE-FECHA
           MOVE COLA-HORA TO VE-HORA
           MOVE LN-PRECIO(WS-L) TO VE-PRECIO-UNITARIO
           MOVE LN-IMPORTE(WS-L) TO VE-IMPORTE
           MOVE WS-TICKET-DEFINITIVO TO VE-TICKET-NUMERO
           MOVE "N" TO VE-ANULADA
           MOVE LN-PRECIO(WS-L) TO VE-PRECIO-ORIGINAL
           MOVE 0 TO VE-MOTIVO-FORZADO
           MOVE COLA-OPERADOR TO VE-OPERADOR
           MOVE SPACES TO VE-AUTORIZA
           MOVE LN-TIPO-LINEA(WS-L) TO VE-TIPO-LINEA
           MOVE LN-PRECIO(WS-L) TO VE-PRECIO-TARIFA
           MOVE SPACE TO VE-ORIGEN-PRECIO
           WRITE VENTAS-REGISTRO
           PERFORM UNTIL WS-VENTAS-STATUS NOT = "22"
               ADD 1 TO VENTAS-ID-CONTADOR
               MOVE VENTAS-ID-CONTADOR TO VENTAS-ID
               WRITE VENTAS-REGISTRO
           END-PERFORM
           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "Error al grabar la venta. Estado: "
                   WS-VENTAS-STATUS
               MOVE "PASAR-LINEA" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               MOVE VENTAS-ID TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
               MOVE "S" TO WS-ABORTAR
           ELSE
               MOVE "VENTA" TO BIT-TIPO
               MOVE VENTAS-REGISTRO TO BIT-DATOS
               PERFORM GRABAR-BITACORA
               PERFORM COMPROBAR-LINEA-MAESTRO
               IF NOT VE-ES-DEPOSITO
                   MOVE VE-PRODUCTO-ID TO VD-PRODUCTO-ID
                   MOVE UNIDADES TO VD-UNIDADES-VENDIDAS
                   WRITE VENTAS-DIARIAS-REGISTRO
               END-IF
           END-IF.

      *> La venta ya se cobro: lo que no cuadre con el maestro se
      *> informa, no se corrige.
       COMPROBAR-LINEA-MAESTRO.
           MOVE VE-PRODUCTO-ID TO PRODUCTO-ID
           MOVE PA-IVA-GENERAL TO WS-TASA-LINEA
           READ PRODUCTO
               INVALID KEY
                   MOVE SPACES TO REP-LINEA
                   STRING "  CONFLICTO producto " VE-PRODUCTO-ID
                       ": NO EXISTE EN EL MAESTRO"
                       DELIMITED BY SIZE INTO REP-LINEA
                   PERFORM ANOTAR-CONFLICTO
               NOT INVALID KEY
                   IF PRODUCTO-TIPO-IVA NUMERIC AND
                      (PRODUCTO-TIPO-IVA = 4 OR PRODUCTO-TIPO-IVA = 10)
                       MOVE PRODUCTO-TIPO-IVA TO WS-TASA-LINEA
                   END-IF
                   IF PRODUCTO-PRECIO NOT = VE-PRECIO-UNITARIO
                       MOVE VE-PRECIO-UNITARIO TO WS-PRECIO-EDIT
                       MOVE PRODUCTO-PRECIO TO WS-PRECIO-EDIT-2
                       MOVE SPACES TO REP-LINEA
                       STRING "  CONFLICTO producto " VE-PRODUCTO-ID
                           ": cobrado a " WS-PRECIO-EDIT
                           ", precio actual " WS-PRECIO-EDIT-2
                           DELIMITED BY SIZE INTO REP-LINEA
                       PERFORM ANOTAR-CONFLICTO
                   END-IF
                   IF NOT VE-ES-DEPOSITO AND
                      PRODUCTO-ES-KIT NOT = "S" AND
                      PRODUCTO-STOCK < UNIDADES
                       MOVE UNIDADES TO WS-UNIDADES-EDIT
                       MOVE PRODUCTO-STOCK TO WS-STOCK-EDIT
                       MOVE SPACES TO REP-LINEA
                       STRING "  CONFLICTO producto " VE-PRODUCTO-ID
                           ": vendidas " WS-UNIDADES-EDIT
                           ", stock " WS-STOCK-EDIT
                           DELIMITED BY SIZE INTO REP-LINEA
                       PERFORM ANOTAR-CONFLICTO
                   END-IF
           END-READ
           IF VE-ES-DEPOSITO
               ADD VE-IMPORTE TO WS-DEPOSITOS-LINEAS
           ELSE
               COMPUTE WS-BASE-LINEA ROUNDED =
                   VE-IMPORTE / (1 + WS-TASA-LINEA / 100)
               ADD WS-BASE-LINEA TO WS-BASE-LINEAS
               ADD VE-IMPORTE TO WS-IMPORTE-LINEAS
           END-IF.

      *> Un dia con Z ya cerrado (de la caja o de la tienda) no vera
      *> este ticket en su cierre: se pasa igual y se avisa.
       COMPROBAR-DIA-CERRADO.
           MOVE "N" TO WS-DIA-CERRADO
           IF WS-HAY-CIERRES = "S"
               MOVE ZEROES TO CIERRE-Z-NUMERO
               START CIERRES-Z KEY IS NOT LESS THAN CIERRE-Z-NUMERO
                   INVALID KEY
                       MOVE "S" TO WS-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "S"
                   READ CIERRES-Z NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF CIERRE-Z-FECHA = COLA-FECHA AND
                              (CIERRE-Z-DE-TIENDA OR
                               CIERRE-Z-TERMINAL = WS-TERMINAL)
                               MOVE "S" TO WS-DIA-CERRADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-DIA-CERRADO = "S"
               MOVE SPACES TO REP-LINEA
               STRING "  CONFLICTO provisional " COLA-PROVISIONAL
                   ": el " COLA-FECHA " ya tiene cierre Z; el "
                   "ticket no esta en ese Z"
                   DELIMITED BY SIZE INTO REP-LINEA
               PERFORM ANOTAR-CONFLICTO
           END-IF.

       ANOTAR-CONFLICTO.
           WRITE REP-LINEA
           DISPLAY REP-LINEA
           ADD 1 TO WS-CONFLICTOS.

       GRABAR-CABECERA.
           MOVE WS-TICKET-DEFINITIVO TO TICKET-NUMERO
           MOVE COLA-FECHA TO TICKET-FECHA
           MOVE COLA-HORA TO TICKET-HORA
           MOVE COLA-LINEAS TO TICKET-LINEAS
           MOVE COLA-TOTAL TO TICKET-TOTAL
           MOVE COLA-MEDIO-PAGO TO TICKET-MEDIO-PAGO
           MOVE 0 TO TICKET-CLIENTE-ID
           MOVE "N" TO TICKET-ANULADO
           MOVE 0 TO TICKET-SESION
           MOVE "N" TO TICKET-FACTURADO
           MOVE 1 TO TICKET-PAGOS-CANT
           MOVE SPACES TO TICKET-PAGO-MEDIO(1)
           MOVE COLA-MEDIO-PAGO TO TICKET-PAGO-MEDIO(1)
           MOVE COLA-TOTAL TO TICKET-PAGO-IMPORTE(1)
           MOVE ZEROES TO TICKET-PAGO-REFERENCIA(1)
           PERFORM VARYING WS-L FROM 2 BY 1 UNTIL WS-L > 5
               MOVE SPACE TO TICKET-PAGO-MEDIO(WS-L)
               MOVE ZEROES TO TICKET-PAGO-IMPORTE(WS-L)
               MOVE ZEROES TO TICKET-PAGO-REFERENCIA(WS-L)
           END-PERFORM
           MOVE COLA-ENTREGADO TO TICKET-ENTREGADO
           MOVE COLA-CAMBIO TO TICKET-CAMBIO
           MOVE SPACES TO TICKET-EMPLEADO
           MOVE ZEROES TO TICKET-DTO-PERSONAL
           MOVE COLA-TERMINAL TO TICKET-TERMINAL
           WRITE TICKET-REGISTRO
           IF WS-TICKETS-STATUS NOT = "00"
               DISPLAY "Error al grabar el ticket " TICKET-NUMERO
                   ". Estado: " WS-TICKETS-STATUS
               MOVE "GRABAR-CABECERA" TO WS-INC-PARRAFO
               MOVE "TICKETS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
               MOVE TICKET-NUMERO TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
               MOVE "S" TO WS-ABORTAR
           ELSE
               MOVE "TICKET" TO BIT-TIPO
               MOVE TICKET-REGISTRO TO BIT-DATOS
               PERFORM GRABAR-BITACORA
               PERFORM REGISTRAR-TICKET-EXPEDIDO
           END-IF.

      *> Mismo calculo que la caja: los depositos de envase van en el
      *> total pero fuera de la base.
       REGISTRAR-TICKET-EXPEDIDO.
           IF TICKET-TOTAL > WS-DEPOSITOS-LINEAS
               COMPUTE WS-VF-GRAVADO =
                   TICKET-TOTAL - WS-DEPOSITOS-LINEAS
           ELSE
               MOVE 0 TO WS-VF-GRAVADO
           END-IF
           IF WS-IMPORTE-LINEAS = 0
               COMPUTE WS-VF-BASE ROUNDED =
                   WS-VF-GRAVADO / (1 + PA-IVA-GENERAL / 100)
           ELSE
               COMPUTE WS-VF-BASE ROUNDED = WS-BASE-LINEAS
                   * WS-VF-GRAVADO / WS-IMPORTE-LINEAS
           END-IF
           COMPUTE WS-VF-CUOTA = WS-VF-GRAVADO - WS-VF-BASE
           MOVE TICKET-TOTAL TO WS-VF-IMPORTE
           CALL "REGISTRAR-FACTURACION" USING WS-VF-OPERACION,
               WS-VF-SERIE, TICKET-NUMERO, TICKET-FECHA, WS-VF-TIPO,
               WS-VF-CUOTA, WS-VF-IMPORTE, WS-VF-QR.

       GRABAR-BITACORA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BIT-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO BIT-HORA
           WRITE BITACORA-REGISTRO.

      *> Todo pasado: la cola se vacia para el proximo corte.
       VACIAR-COLA.
           DISPLAY "¿Vaciar la cola ya sincronizada? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               OPEN OUTPUT COLA-FUERA-LINEA
               CLOSE COLA-FUERA-LINEA
               DISPLAY "Cola vaciada."
           END-IF.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "SINCRONIZAR-FUERA-LINEA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM SINCRONIZAR-FUERA-LINEA.
