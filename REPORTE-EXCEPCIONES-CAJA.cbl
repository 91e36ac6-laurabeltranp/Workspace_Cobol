       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-EXCEPCIONES-CAJA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESIONES
               ASSIGN TO "SESIONES-CAJA-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESION-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-SESIONES-STATUS.

           SELECT TICKETS
               ASSIGN TO "TICKETS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKET-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-TICKETS-STATUS.

           SELECT VENTAS
               ASSIGN TO "VENTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTAS-ID
               ALTERNATE RECORD KEY IS VE-PRODUCTO-ID WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-VENTAS-STATUS.

           SELECT DEVOLUCIONES
               ASSIGN TO "DEVOLUCIONES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEVOLUCION-ID
               ALTERNATE RECORD KEY IS DV-PRODUCTO-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS DV-VENTA-ID WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-DEVOL-STATUS.

           SELECT VALES
               ASSIGN TO "VALES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VALE-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-VALES-STATUS.

           SELECT MOVIMIENTOS-CAJA
               ASSIGN TO "MOVIMIENTOS-CAJA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-EXCEPCIONES-CAJA.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SESIONES.
           COPY SESION.

       FD TICKETS.
           COPY TICKETS.

       FD VENTAS.
           COPY VENTAS.

       FD DEVOLUCIONES.
           COPY DEVOLUCION.

       FD VALES.
           COPY VALE.

       FD MOVIMIENTOS-CAJA.
           COPY MOVCAJA.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SESIONES-STATUS PIC XX.
       01 WS-TICKETS-STATUS PIC XX.
       01 WS-VENTAS-STATUS PIC XX.
       01 WS-DEVOL-STATUS PIC XX.
       01 WS-VALES-STATUS PIC XX.
       01 WS-MOV-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-FECHA-DESDE PIC 9(8).
       01 WS-ENCONTRADO PIC X VALUE "N".

      *----------------------- CRITERIO DE MARCA --------------------------
      * Un operador se marca en una categoria cuando su tasa por
      * sesion supera WS-FACTOR-ATIPICO veces la media de la tienda
      * y tiene al menos WS-MINIMO-CASOS casos (un caso suelto no es
      * un patron). La devolucion en menos de WS-MINUTOS-RAPIDA
      * minutos desde la venta y el vale canjeado por el mismo
      * operador que hizo la devolucion salen siempre en el detalle.
       01 WS-FACTOR-ATIPICO PIC 9V9 VALUE 2.0.
       01 WS-MINIMO-CASOS PIC 9(2) VALUE 2.
       01 WS-MINUTOS-RAPIDA PIC 9(3) VALUE 30.

      *----------------------- CATEGORIAS --------------------------------
      * 1 anulaciones, 2 aparcados abandonados, 3 devoluciones en
      * efectivo sin cliente, 4 devoluciones sobre ticket de otro
      * operador, 5 devoluciones rapidas, 6 vales canjeados, 7
      * faltante de caja al arqueo (EUR), 8 salidas de cajon (EUR).
      * Las 1 a 6 se comparan por casos, la 7 y la 8 por importe.
       01 TABLA-CATEGORIAS.
           05 FILLER PIC X(16) VALUE "ANULACION".
           05 FILLER PIC X(16) VALUE "APARCADO VACIADO".
           05 FILLER PIC X(16) VALUE "DEV. SIN CLIENTE".
           05 FILLER PIC X(16) VALUE "DEV. TICKET OTRO".
           05 FILLER PIC X(16) VALUE "DEV. RAPIDA".
           05 FILLER PIC X(16) VALUE "VALE CANJEADO".
           05 FILLER PIC X(16) VALUE "FALTANTE CAJA".
           05 FILLER PIC X(16) VALUE "SALIDA CAJON".
       01 TABLA-CATEGORIAS-R REDEFINES TABLA-CATEGORIAS.
           05 CAT-NOMBRE PIC X(16) OCCURS 8 TIMES.
       01 WS-CAT PIC 9.

      *----------------------- SESIONES DE LA SEMANA ----------------------
       01 WS-SES-CANT PIC 9(3) VALUE ZEROES.
       01 WS-SES-IDX PIC 9(3).
       01 TABLA-SESIONES.
           05 ES-ENTRADA OCCURS 500 TIMES.
               10 ES-NUMERO PIC 9(6).
               10 ES-OPERADOR PIC X(8).
               10 ES-FECHA PIC 9(8).
               10 ES-TERMINAL PIC 9.
               10 ES-APERTURA PIC 9(6).
               10 ES-CIERRE PIC 9(6).
               10 ES-DIFERENCIA PIC S9(7)V99.
               10 ES-CANT PIC 9(4) OCCURS 8 TIMES.
               10 ES-IMPORTE PIC 9(7)V99 OCCURS 8 TIMES.

      *----------------------- ACUMULADO POR OPERADOR ---------------------
       01 WS-OPE-CANT PIC 9(3) VALUE ZEROES.
       01 WS-OPE-IDX PIC 9(3).
       01 WS-OPE-IDX2 PIC 9(3).
       01 WS-OPE-MAYOR PIC 9(3).
       01 TABLA-OPERADORES.
           05 EO-ENTRADA OCCURS 100 TIMES.
               10 EO-OPERADOR PIC X(8).
               10 EO-SESIONES PIC 9(4).
               10 EO-CANT PIC 9(5) OCCURS 8 TIMES.
               10 EO-IMPORTE PIC 9(7)V99 OCCURS 8 TIMES.
               10 EO-MARCA PIC X OCCURS 8 TIMES.
               10 EO-MARCAS PIC 9.
               10 EO-TOTAL PIC 9(6).
       01 EO-ENTRADA-AUX PIC X(200).
       01 WS-TOTAL-SESIONES PIC 9(5) VALUE ZEROES.
       01 WS-TOTAL-CANT PIC 9(6) OCCURS 8 TIMES.
       01 WS-TOTAL-IMPORTE PIC 9(9)V99 OCCURS 8 TIMES.
       01 WS-MEDIA-TIENDA PIC 9(7)V9999 OCCURS 8 TIMES.
       01 WS-TASA-OPERADOR PIC 9(7)V9999.
       01 WS-SESIONES-OPERADOR PIC 9(4).

      *----------------------- CASOS DETECTADOS ---------------------------
      * Cada caso con su ticket, caja y hora para cotejar la camara.
       01 WS-EVE-CANT PIC 9(4) VALUE ZEROES.
       01 WS-EVE-IDX PIC 9(4).
       01 TABLA-EVENTOS.
           05 EV-ENTRADA OCCURS 3000 TIMES.
               10 EV-OPERADOR PIC X(8).
               10 EV-CATEGORIA PIC 9.
               10 EV-FECHA PIC 9(8).
               10 EV-HORA PIC 9(6).
               10 EV-TERMINAL PIC 9.
               10 EV-SESION PIC 9(6).
               10 EV-TICKET PIC 9(6).
               10 EV-IMPORTE PIC 9(7)V99.
               10 EV-DETALLE PIC X(30).
               10 EV-SIEMPRE PIC X.

      *> Caso en curso, antes de anotarlo.
       01 WS-EV-OPERADOR PIC X(8).
       01 WS-EV-CATEGORIA PIC 9.
       01 WS-EV-FECHA PIC 9(8).
       01 WS-EV-HORA PIC 9(6).
       01 WS-EV-TERMINAL PIC 9.
       01 WS-EV-SESION PIC 9(6).
       01 WS-EV-TICKET PIC 9(6).
       01 WS-EV-IMPORTE PIC 9(7)V99.
       01 WS-EV-DETALLE PIC X(30).
       01 WS-EV-SIEMPRE PIC X.

      *> Busqueda de la sesion de un caso: por numero o por caja,
      *> fecha y hora.
       01 WS-BUS-TERMINAL PIC 9.
       01 WS-BUS-FECHA PIC 9(8).
       01 WS-BUS-HORA PIC 9(6).
       01 WS-BUS-SESION PIC 9(6).
       01 WS-BUS-OPERADOR PIC X(8).

      *> Devolucion en curso: venta y ticket de origen.
       01 WS-OPERADOR-DEVOL PIC X(8).
       01 WS-OPERADOR-VENTA PIC X(8).
       01 WS-SESION-DEVOL PIC 9(6).
       01 WS-VENTA-FECHA PIC 9(8).
       01 WS-VENTA-HORA PIC 9(6).
       01 WS-VENTA-TICKET PIC 9(6).
       01 WS-VENTA-CLIENTE PIC 9(6).
       01 WS-VENTA-OK PIC X.
       01 WS-MINUTOS PIC S9(5).
       01 WS-HORA-AUX PIC 9(6).
       01 WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
           05 WS-HH PIC 99.
           05 WS-MM PIC 99.
           05 WS-SS PIC 99.
       01 WS-MINUTOS-VENTA PIC 9(5).
       01 WS-MINUTOS-DEVOL PIC 9(5).
       01 WS-MINUTOS-EDIT PIC ZZ9.
       01 WS-VALE-EMISOR PIC X(8).

      *----------------------- LINEAS DEL REPORTE -------------------------
       01 REP-TITULO.
           05 FILLER PIC X(39) VALUE
               "EXCEPCIONES DE CAJA POR OPERADOR - DEL ".
           05 RT-DESDE PIC 9(8).
           05 FILLER PIC X(4) VALUE " AL ".
           05 RT-HASTA PIC 9(8).
       01 REP-CRITERIO.
           05 FILLER PIC X(32) VALUE
               "(*) TASA POR SESION MAYOR QUE ".
           05 RC-FACTOR PIC 9.9.
           05 FILLER PIC X(30) VALUE
               " VECES LA MEDIA DE LA TIENDA Y".
           05 FILLER PIC X(11) VALUE " AL MENOS ".
           05 RC-MINIMO PIC Z9.
           05 FILLER PIC X(7) VALUE " CASOS.".
       01 REP-ENC-OPERADOR.
           05 FILLER PIC X(9) VALUE "OPERADOR".
           05 FILLER PIC X(5) VALUE " SES.".
           05 FILLER PIC X(7) VALUE "  ANUL.".
           05 FILLER PIC X(7) VALUE "  APAR.".
           05 FILLER PIC X(7) VALUE " DEV.SC".
           05 FILLER PIC X(7) VALUE " DEV.OT".
           05 FILLER PIC X(7) VALUE " DEV.RA".
           05 FILLER PIC X(7) VALUE "  VALES".
           05 FILLER PIC X(11) VALUE " FALTA-EUR".
           05 FILLER PIC X(11) VALUE " SALID-EUR".
           05 FILLER PIC X(8) VALUE "  MARCAS".
       01 REP-OPERADOR.
           05 RO-OPERADOR PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RO-SESIONES PIC Z(3)9.
           05 RO-CELDA OCCURS 6 TIMES.
               10 RO-SEP PIC X.
               10 RO-CANT PIC Z(4)9.
               10 RO-MARCA PIC X.
           05 RO-CELDA-EUR OCCURS 2 TIMES.
               10 RO-SEP-EUR PIC X.
               10 RO-IMPORTE PIC Z(5)9.99.
               10 RO-MARCA-EUR PIC X.
           05 FILLER PIC X(7) VALUE SPACES.
           05 RO-MARCAS PIC 9.
       01 REP-MEDIA.
           05 FILLER PIC X(13) VALUE "MEDIA/SESION".
           05 RM-CELDA OCCURS 6 TIMES.
               10 RM-SEP PIC X.
               10 RM-TASA PIC Z9.99.
               10 RM-SEP2 PIC X.
           05 RM-CELDA-EUR OCCURS 2 TIMES.
               10 RM-SEP-EUR PIC X.
               10 RM-IMPORTE PIC Z(5)9.99.
               10 RM-SEP-EUR2 PIC X.
       01 REP-ENC-SESION.
           05 FILLER PIC X(7) VALUE "SESION".
           05 FILLER PIC X(9) VALUE "OPERADOR".
           05 FILLER PIC X(9) VALUE "FECHA".
           05 FILLER PIC X(6) VALUE "CAJA".
           05 FILLER PIC X(14) VALUE "APERT. CIERRE".
           05 FILLER PIC X(6) VALUE " ANUL".
           05 FILLER PIC X(6) VALUE "  DEV".
           05 FILLER PIC X(6) VALUE " VALE".
           05 FILLER PIC X(12) VALUE " DIFERENCIA".
           05 FILLER PIC X(10) VALUE " SALID-EUR".
       01 REP-SESION.
           05 RS-NUMERO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RS-OPERADOR PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RS-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RS-TERMINAL PIC 9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RS-APERTURA PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RS-CIERRE PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RS-ANULACIONES PIC Z(4)9.
           05 FILLER PIC X VALUE SPACE.
           05 RS-DEVOLUCIONES PIC Z(4)9.
           05 FILLER PIC X VALUE SPACE.
           05 RS-VALES PIC Z(4)9.
           05 FILLER PIC X VALUE SPACE.
           05 RS-DIFERENCIA PIC -Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RS-SALIDAS PIC Z(6)9.99.
       01 REP-ENC-DETALLE.
           05 FILLER PIC X(10) VALUE "OPERADOR".
           05 FILLER PIC X(17) VALUE "CASO".
           05 FILLER PIC X(9) VALUE "FECHA".
           05 FILLER PIC X(9) VALUE "HORA".
           05 FILLER PIC X(5) VALUE "CAJA".
           05 FILLER PIC X(7) VALUE "SESION".
           05 FILLER PIC X(7) VALUE "TICKET".
           05 FILLER PIC X(11) VALUE "   IMPORTE".
           05 FILLER PIC X(7) VALUE "DETALLE".
       01 REP-DETALLE.
           05 RD-OPERADOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-CATEGORIA PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 RD-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RD-HORA PIC 99B99B99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-TERMINAL PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-SESION PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-TICKET PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-IMPORTE PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RD-DETALLE PIC X(30).
       01 REP-SEPARADOR PIC X(132) VALUE ALL "-".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * Ultimo dia de la semana que se revisa (se cubren los siete
      * dias que terminan en el) y cuantos operadores quedaron con
      * alguna marca, para el aviso del batch.
       01 LK-FECHA PIC 9(8).
       01 LK-OPERADORES-MARCADOS PIC 9(4).

       PROCEDURE DIVISION USING LK-FECHA, LK-OPERADORES-MARCADOS.
      *----------------------- EXCEPCIONES DE CAJA ------------------------
      * Prevencion de perdidas: cruza en una semana los eventos que
      * cada programa ya deja grabados (anulaciones de ticket,
      * aparcados vaciados sin cobrar, devoluciones, vales canjeados,
      * arqueos de sesion y salidas de cajon) y los atribuye al
      * operador y a la sesion de caja. Por operador compara la tasa
      * por sesion de cada categoria con la media de la tienda y marca
      * lo atipico; el ranking pone arriba a quien mas marcas tiene.
      * El detalle lista cada caso marcado con ticket, caja y hora
      * para revisar la grabacion. Sale en
      * REPORTE-EXCEPCIONES-CAJA.txt.
       INICIO.
           MOVE ZEROES TO LK-OPERADORES-MARCADOS
           MOVE ZEROES TO WS-SES-CANT
           MOVE ZEROES TO WS-OPE-CANT
           MOVE ZEROES TO WS-EVE-CANT
           MOVE ZEROES TO WS-TOTAL-SESIONES
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LK-FECHA) - 6)

           PERFORM CARGAR-SESIONES
           OPEN INPUT TICKETS
           IF WS-TICKETS-STATUS NOT = "00" AND
              WS-TICKETS-STATUS NOT = "35"
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "TICKETS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF
           OPEN INPUT VENTAS
           IF WS-VENTAS-STATUS NOT = "00" AND
              WS-VENTAS-STATUS NOT = "35"
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF
           OPEN INPUT DEVOLUCIONES
           IF WS-DEVOL-STATUS NOT = "00" AND
              WS-DEVOL-STATUS NOT = "35"
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "DEVOLUCIONES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-DEVOL-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF
           PERFORM REVISAR-TICKETS-ANULADOS
           PERFORM REVISAR-DEVOLUCIONES
           PERFORM REVISAR-VALES
           PERFORM REVISAR-MOVIMIENTOS-CAJA
           IF WS-TICKETS-STATUS = "00"
               CLOSE TICKETS
           END-IF
           IF WS-VENTAS-STATUS = "00"
               CLOSE VENTAS
           END-IF
           IF WS-DEVOL-STATUS = "00"
               CLOSE DEVOLUCIONES
           END-IF

           PERFORM CALCULAR-MEDIAS
           PERFORM MARCAR-OPERADORES
           PERFORM ORDENAR-OPERADORES
           PERFORM ESCRIBIR-REPORTE
           GOBACK.

      *----------------------- SESIONES ----------------------------------
      *> Las sesiones de la semana dan el operador de cada caja a cada
      *> hora, el numero de turnos de cada uno y los faltantes del
      *> arqueo a ciegas.
       CARGAR-SESIONES.
           MOVE "N" TO WS-EOF
           OPEN INPUT SESIONES
           IF WS-SESIONES-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ SESIONES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF SESION-FECHA >= WS-FECHA-DESDE AND
                              SESION-FECHA <= LK-FECHA
                               PERFORM ANOTAR-SESION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESIONES
           ELSE
               IF WS-SESIONES-STATUS NOT = "35"
                   MOVE "CARGAR-SESIONES" TO WS-INC-PARRAFO
                   MOVE "SESIONES-CAJA-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-SESIONES-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       ANOTAR-SESION.
           IF WS-SES-CANT < 500
               ADD 1 TO WS-SES-CANT
               MOVE WS-SES-CANT TO WS-SES-IDX
               MOVE SESION-NUMERO TO ES-NUMERO(WS-SES-IDX)
               MOVE SESION-OPERADOR TO ES-OPERADOR(WS-SES-IDX)
               MOVE SESION-FECHA TO ES-FECHA(WS-SES-IDX)
               MOVE SESION-TERMINAL TO ES-TERMINAL(WS-SES-IDX)
               MOVE SESION-HORA-APERTURA TO ES-APERTURA(WS-SES-IDX)
               MOVE ZEROES TO ES-CIERRE(WS-SES-IDX)
               MOVE ZEROES TO ES-DIFERENCIA(WS-SES-IDX)
               IF SESION-CERRADA
                   MOVE SESION-HORA-CIERRE TO ES-CIERRE(WS-SES-IDX)
                   MOVE SESION-DIFERENCIA TO ES-DIFERENCIA(WS-SES-IDX)
               END-IF
               PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 8
                   MOVE ZEROES TO ES-CANT(WS-SES-IDX, WS-CAT)
                   MOVE ZEROES TO ES-IMPORTE(WS-SES-IDX, WS-CAT)
               END-PERFORM
               ADD 1 TO WS-TOTAL-SESIONES
               MOVE SESION-OPERADOR TO WS-EV-OPERADOR
               PERFORM BUSCAR-OPERADOR
               IF WS-ENCONTRADO = "S"
                   ADD 1 TO EO-SESIONES(WS-OPE-IDX)
               END-IF
               IF SESION-CERRADA AND SESION-DIFERENCIA < 0
                   MOVE 7 TO WS-EV-CATEGORIA
                   MOVE SESION-FECHA TO WS-EV-FECHA
                   MOVE SESION-HORA-CIERRE TO WS-EV-HORA
                   MOVE SESION-TERMINAL TO WS-EV-TERMINAL
                   MOVE SESION-NUMERO TO WS-EV-SESION
                   MOVE ZEROES TO WS-EV-TICKET
                   COMPUTE WS-EV-IMPORTE = 0 - SESION-DIFERENCIA
                   MOVE "Faltante en el arqueo" TO WS-EV-DETALLE
                   MOVE "N" TO WS-EV-SIEMPRE
                   PERFORM ANOTAR-EVENTO
               END-IF
           ELSE
               DISPLAY "AVISO: TABLA-SESIONES llena (500), sesion "
                   SESION-NUMERO " fuera del informe"
           END-IF.

      *> Turno de la caja a esa hora: abierto antes y no cerrado
      *> todavia (cierre cero = sigue abierto).
       BUSCAR-SESION-POR-HORA.
           MOVE ZEROES TO WS-BUS-SESION
           MOVE SPACES TO WS-BUS-OPERADOR
           PERFORM VARYING WS-SES-IDX FROM 1 BY 1
               UNTIL WS-SES-IDX > WS-SES-CANT
               IF ES-TERMINAL(WS-SES-IDX) = WS-BUS-TERMINAL AND
                  ES-FECHA(WS-SES-IDX) = WS-BUS-FECHA AND
                  ES-APERTURA(WS-SES-IDX) <= WS-BUS-HORA AND
                  (ES-CIERRE(WS-SES-IDX) = 0 OR
                   ES-CIERRE(WS-SES-IDX) >= WS-BUS-HORA)
                   MOVE ES-NUMERO(WS-SES-IDX) TO WS-BUS-SESION
                   MOVE ES-OPERADOR(WS-SES-IDX) TO WS-BUS-OPERADOR
               END-IF
           END-PERFORM.

       BUSCAR-SESION-POR-NUMERO.
           MOVE SPACES TO WS-BUS-OPERADOR
           PERFORM VARYING WS-SES-IDX FROM 1 BY 1
               UNTIL WS-SES-IDX > WS-SES-CANT
               IF ES-NUMERO(WS-SES-IDX) = WS-BUS-SESION
                   MOVE ES-OPERADOR(WS-SES-IDX) TO WS-BUS-OPERADOR
               END-IF
           END-PERFORM.

      *----------------------- ANULACIONES Y APARCADOS --------------------
      *> Un anulado con caja es una anulacion supervisada; sin caja es
      *> un aparcado que se vacio sin cobrar al cierre. La caja del
      *> aparcado sale de la serie de su numero (la caja N numera
      *> N00001 a N99999).
       REVISAR-TICKETS-ANULADOS.
           MOVE "N" TO WS-EOF
           IF WS-TICKETS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ TICKETS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF TICKET-ES-ANULADO AND
                              TICKET-FECHA >= WS-FECHA-DESDE AND
                              TICKET-FECHA <= LK-FECHA
                               PERFORM ANOTAR-TICKET-ANULADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ANOTAR-TICKET-ANULADO.
           MOVE TICKET-FECHA TO WS-EV-FECHA
           MOVE TICKET-HORA TO WS-EV-HORA
           MOVE TICKET-NUMERO TO WS-EV-TICKET
           MOVE TICKET-TOTAL TO WS-EV-IMPORTE
           MOVE "N" TO WS-EV-SIEMPRE
           IF TICKET-TERMINAL = 0
               MOVE 2 TO WS-EV-CATEGORIA
               COMPUTE WS-BUS-TERMINAL = TICKET-NUMERO / 100000
               IF WS-BUS-TERMINAL = 0
                   MOVE 1 TO WS-BUS-TERMINAL
               END-IF
               MOVE "Aparcado sin cobrar al cierre" TO WS-EV-DETALLE
           ELSE
               MOVE 1 TO WS-EV-CATEGORIA
               MOVE TICKET-TERMINAL TO WS-BUS-TERMINAL
               MOVE "Ticket anulado" TO WS-EV-DETALLE
           END-IF
           MOVE WS-BUS-TERMINAL TO WS-EV-TERMINAL
           IF TICKET-SESION > 0
               MOVE TICKET-SESION TO WS-BUS-SESION
               PERFORM BUSCAR-SESION-POR-NUMERO
           ELSE
               MOVE TICKET-FECHA TO WS-BUS-FECHA
               MOVE TICKET-HORA TO WS-BUS-HORA
               PERFORM BUSCAR-SESION-POR-HORA
           END-IF
           MOVE WS-BUS-SESION TO WS-EV-SESION
           MOVE WS-BUS-OPERADOR TO WS-EV-OPERADOR
           PERFORM ANOTAR-EVENTO.

      *----------------------- DEVOLUCIONES -------------------------------
       REVISAR-DEVOLUCIONES.
           MOVE "N" TO WS-EOF
           IF WS-DEVOL-STATUS = "00"
               MOVE 0 TO DEVOLUCION-ID
               START DEVOLUCIONES KEY IS NOT LESS DEVOLUCION-ID
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "S"
                   READ DEVOLUCIONES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF DV-FECHA >= WS-FECHA-DESDE AND
                              DV-FECHA <= LK-FECHA AND
                              DV-REEMBOLSO-IMPORTE > 0
                               PERFORM ANALIZAR-DEVOLUCION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> Quien devolvio: el operador grabado en la devolucion o, en
      *> las anteriores a grabarlo, el turno de esa caja. Quien vendio:
      *> el cajero de la linea o el turno del ticket.
       ANALIZAR-DEVOLUCION.
           PERFORM LEER-VENTA-ORIGINAL
           MOVE DV-TERMINAL TO WS-BUS-TERMINAL
           MOVE DV-FECHA TO WS-BUS-FECHA
           MOVE DV-HORA TO WS-BUS-HORA
           PERFORM BUSCAR-SESION-POR-HORA
           MOVE WS-BUS-SESION TO WS-SESION-DEVOL
           IF DV-OPERADOR NOT = SPACES AND DV-OPERADOR NOT = LOW-VALUES
               MOVE DV-OPERADOR TO WS-OPERADOR-DEVOL
           ELSE
               MOVE WS-BUS-OPERADOR TO WS-OPERADOR-DEVOL
           END-IF

           MOVE WS-OPERADOR-DEVOL TO WS-EV-OPERADOR
           MOVE DV-FECHA TO WS-EV-FECHA
           MOVE DV-HORA TO WS-EV-HORA
           MOVE DV-TERMINAL TO WS-EV-TERMINAL
           MOVE WS-SESION-DEVOL TO WS-EV-SESION
           MOVE WS-VENTA-TICKET TO WS-EV-TICKET
           MOVE DV-REEMBOLSO-IMPORTE TO WS-EV-IMPORTE
           MOVE "N" TO WS-EV-SIEMPRE

           IF DV-REEMBOLSO-EFECTIVO AND WS-VENTA-OK = "S" AND
              WS-VENTA-CLIENTE = 0
               MOVE 3 TO WS-EV-CATEGORIA
               MOVE SPACES TO WS-EV-DETALLE
               STRING "Devolucion " DEVOLUCION-ID " en efectivo"
                   DELIMITED BY SIZE INTO WS-EV-DETALLE
               PERFORM ANOTAR-EVENTO
           END-IF

           IF WS-VENTA-OK = "S" AND WS-OPERADOR-VENTA NOT = SPACES
              AND WS-OPERADOR-DEVOL NOT = SPACES
              AND WS-OPERADOR-VENTA NOT = WS-OPERADOR-DEVOL
               MOVE 4 TO WS-EV-CATEGORIA
               MOVE SPACES TO WS-EV-DETALLE
               STRING "Vendio " WS-OPERADOR-VENTA " dev. "
                   DEVOLUCION-ID
                   DELIMITED BY SIZE INTO WS-EV-DETALLE
               PERFORM ANOTAR-EVENTO
           END-IF

           IF WS-VENTA-OK = "S" AND DV-HORA > 0 AND
              WS-VENTA-FECHA = DV-FECHA
               MOVE WS-VENTA-HORA TO WS-HORA-AUX
               COMPUTE WS-MINUTOS-VENTA = WS-HH * 60 + WS-MM
               MOVE DV-HORA TO WS-HORA-AUX
               COMPUTE WS-MINUTOS-DEVOL = WS-HH * 60 + WS-MM
               COMPUTE WS-MINUTOS = WS-MINUTOS-DEVOL - WS-MINUTOS-VENTA
               IF WS-MINUTOS >= 0 AND WS-MINUTOS <= WS-MINUTOS-RAPIDA
                   MOVE 5 TO WS-EV-CATEGORIA
                   MOVE WS-MINUTOS TO WS-MINUTOS-EDIT
                   MOVE SPACES TO WS-EV-DETALLE
                   STRING WS-MINUTOS-EDIT " min tras venta "
                       WS-VENTA-HORA(1:2) ":" WS-VENTA-HORA(3:2)
                       DELIMITED BY SIZE INTO WS-EV-DETALLE
                   MOVE "S" TO WS-EV-SIEMPRE
                   PERFORM ANOTAR-EVENTO
               END-IF
           END-IF.

       LEER-VENTA-ORIGINAL.
           MOVE "N" TO WS-VENTA-OK
           MOVE SPACES TO WS-OPERADOR-VENTA
           MOVE ZEROES TO WS-VENTA-TICKET
           MOVE ZEROES TO WS-VENTA-CLIENTE
           MOVE ZEROES TO WS-VENTA-FECHA
           MOVE ZEROES TO WS-VENTA-HORA
           IF WS-VENTAS-STATUS = "00"
               MOVE DV-VENTA-ID TO VENTAS-ID
               READ VENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-VENTA-OK
                       MOVE VE-FECHA TO WS-VENTA-FECHA
                       MOVE VE-HORA TO WS-VENTA-HORA
                       MOVE VE-TICKET-NUMERO TO WS-VENTA-TICKET
                       MOVE VE-OPERADOR TO WS-OPERADOR-VENTA
               END-READ
           END-IF
           IF WS-VENTA-OK = "S" AND WS-TICKETS-STATUS = "00"
               MOVE WS-VENTA-TICKET TO TICKET-NUMERO
               READ TICKETS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TICKET-CLIENTE-ID TO WS-VENTA-CLIENTE
                       IF WS-OPERADOR-VENTA = SPACES AND
                          TICKET-SESION > 0
                           MOVE TICKET-SESION TO WS-BUS-SESION
                           PERFORM BUSCAR-SESION-POR-NUMERO
                           MOVE WS-BUS-OPERADOR TO WS-OPERADOR-VENTA
                       END-IF
               END-READ
           END-IF.

      *----------------------- VALES CANJEADOS ----------------------------
      *> El vale se atribuye a quien lo cobro (turno del ticket que lo
      *> gasto). Si lo cobra el mismo operador que hizo la devolucion
      *> que lo emitio, el caso sale siempre en el detalle.
       REVISAR-VALES.
           MOVE "N" TO WS-EOF
           OPEN INPUT VALES
           IF WS-VALES-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ VALES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF VALE-USADO AND
                              VALE-FECHA-USO >= WS-FECHA-DESDE AND
                              VALE-FECHA-USO <= LK-FECHA
                               PERFORM ANOTAR-VALE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VALES
           ELSE
               IF WS-VALES-STATUS NOT = "35"
                   MOVE "REVISAR-VALES" TO WS-INC-PARRAFO
                   MOVE "VALES-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-VALES-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       ANOTAR-VALE.
           MOVE 6 TO WS-EV-CATEGORIA
           MOVE VALE-FECHA-USO TO WS-EV-FECHA
           MOVE ZEROES TO WS-EV-HORA
           MOVE ZEROES TO WS-EV-TERMINAL
           MOVE ZEROES TO WS-EV-SESION
           MOVE VALE-TICKET-USO TO WS-EV-TICKET
           MOVE VALE-IMPORTE TO WS-EV-IMPORTE
           MOVE SPACES TO WS-EV-OPERADOR
           MOVE "N" TO WS-EV-SIEMPRE
           IF WS-TICKETS-STATUS = "00"
               MOVE VALE-TICKET-USO TO TICKET-NUMERO
               READ TICKETS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TICKET-HORA TO WS-EV-HORA
                       MOVE TICKET-TERMINAL TO WS-EV-TERMINAL
                       MOVE TICKET-SESION TO WS-EV-SESION
                       MOVE TICKET-SESION TO WS-BUS-SESION
                       PERFORM BUSCAR-SESION-POR-NUMERO
                       MOVE WS-BUS-OPERADOR TO WS-EV-OPERADOR
               END-READ
           END-IF
           MOVE SPACES TO WS-VALE-EMISOR
           IF WS-DEVOL-STATUS = "00"
               MOVE VALE-DEVOLUCION-ID TO DEVOLUCION-ID
               READ DEVOLUCIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DV-OPERADOR TO WS-VALE-EMISOR
               END-READ
           END-IF
           MOVE SPACES TO WS-EV-DETALLE
           IF WS-VALE-EMISOR NOT = SPACES AND
              WS-VALE-EMISOR = WS-EV-OPERADOR
               STRING "Vale " VALE-NUMERO " de su propia dev."
                   DELIMITED BY SIZE INTO WS-EV-DETALLE
               MOVE "S" TO WS-EV-SIEMPRE
           ELSE
               STRING "Vale " VALE-NUMERO
                   DELIMITED BY SIZE INTO WS-EV-DETALLE
           END-IF
           PERFORM ANOTAR-EVENTO.

      *----------------------- SALIDAS DE CAJON ---------------------------
       REVISAR-MOVIMIENTOS-CAJA.
           MOVE "N" TO WS-EOF
           OPEN INPUT MOVIMIENTOS-CAJA
           IF WS-MOV-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ MOVIMIENTOS-CAJA
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF MC-SALIDA AND
                              MC-FECHA >= WS-FECHA-DESDE AND
                              MC-FECHA <= LK-FECHA
                               PERFORM ANOTAR-SALIDA-CAJON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMIENTOS-CAJA
           ELSE
               IF WS-MOV-STATUS NOT = "35"
                   MOVE "REVISAR-MOVIMIENTOS-CAJA" TO WS-INC-PARRAFO
                   MOVE "MOVIMIENTOS-CAJA.dat" TO WS-INC-ARCHIVO
                   MOVE WS-MOV-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       ANOTAR-SALIDA-CAJON.
           MOVE 8 TO WS-EV-CATEGORIA
           MOVE MC-FECHA TO WS-EV-FECHA
           MOVE MC-HORA TO WS-EV-HORA
           MOVE MC-TERMINAL TO WS-EV-TERMINAL
           MOVE ZEROES TO WS-EV-TICKET
           MOVE MC-IMPORTE TO WS-EV-IMPORTE
           MOVE MC-MOTIVO TO WS-EV-DETALLE
           MOVE "N" TO WS-EV-SIEMPRE
           MOVE MC-TERMINAL TO WS-BUS-TERMINAL
           MOVE MC-FECHA TO WS-BUS-FECHA
           MOVE MC-HORA TO WS-BUS-HORA
           PERFORM BUSCAR-SESION-POR-HORA
           MOVE WS-BUS-SESION TO WS-EV-SESION
           IF MC-OPERADOR NOT = SPACES
               MOVE MC-OPERADOR TO WS-EV-OPERADOR
           ELSE
               MOVE WS-BUS-OPERADOR TO WS-EV-OPERADOR
           END-IF
           PERFORM ANOTAR-EVENTO.

      *----------------------- ANOTACION DE UN CASO -----------------------
      *> Sin sesion ni operador grabado el caso va a DESCONOC: no se
      *> pierde, pero no se carga a nadie.
       ANOTAR-EVENTO.
           IF WS-EV-OPERADOR = SPACES
               MOVE "DESCONOC" TO WS-EV-OPERADOR
           END-IF
           PERFORM BUSCAR-OPERADOR
           IF WS-ENCONTRADO = "S"
               ADD 1 TO EO-CANT(WS-OPE-IDX, WS-EV-CATEGORIA)
               ADD WS-EV-IMPORTE TO
                   EO-IMPORTE(WS-OPE-IDX, WS-EV-CATEGORIA)
               ADD 1 TO EO-TOTAL(WS-OPE-IDX)
           END-IF
           ADD 1 TO WS-TOTAL-CANT(WS-EV-CATEGORIA)
           ADD WS-EV-IMPORTE TO WS-TOTAL-IMPORTE(WS-EV-CATEGORIA)
           IF WS-EV-SESION > 0
               PERFORM VARYING WS-SES-IDX FROM 1 BY 1
                   UNTIL WS-SES-IDX > WS-SES-CANT
                   IF ES-NUMERO(WS-SES-IDX) = WS-EV-SESION
                       ADD 1 TO ES-CANT(WS-SES-IDX, WS-EV-CATEGORIA)
                       ADD WS-EV-IMPORTE TO
                           ES-IMPORTE(WS-SES-IDX, WS-EV-CATEGORIA)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EVE-CANT < 3000
               ADD 1 TO WS-EVE-CANT
               MOVE WS-EV-OPERADOR TO EV-OPERADOR(WS-EVE-CANT)
               MOVE WS-EV-CATEGORIA TO EV-CATEGORIA(WS-EVE-CANT)
               MOVE WS-EV-FECHA TO EV-FECHA(WS-EVE-CANT)
               MOVE WS-EV-HORA TO EV-HORA(WS-EVE-CANT)
               MOVE WS-EV-TERMINAL TO EV-TERMINAL(WS-EVE-CANT)
               MOVE WS-EV-SESION TO EV-SESION(WS-EVE-CANT)
               MOVE WS-EV-TICKET TO EV-TICKET(WS-EVE-CANT)
               MOVE WS-EV-IMPORTE TO EV-IMPORTE(WS-EVE-CANT)
               MOVE WS-EV-DETALLE TO EV-DETALLE(WS-EVE-CANT)
               MOVE WS-EV-SIEMPRE TO EV-SIEMPRE(WS-EVE-CANT)
           ELSE
               DISPLAY "AVISO: TABLA-EVENTOS llena (3000), caso de "
                   WS-EV-OPERADOR " fuera del detalle"
           END-IF.

       BUSCAR-OPERADOR.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
               UNTIL WS-OPE-IDX > WS-OPE-CANT OR WS-ENCONTRADO = "S"
               IF EO-OPERADOR(WS-OPE-IDX) = WS-EV-OPERADOR
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = "S"
               SUBTRACT 1 FROM WS-OPE-IDX
           ELSE
               IF WS-OPE-CANT < 100
                   ADD 1 TO WS-OPE-CANT
                   MOVE WS-OPE-CANT TO WS-OPE-IDX
                   MOVE WS-EV-OPERADOR TO EO-OPERADOR(WS-OPE-IDX)
                   MOVE ZEROES TO EO-SESIONES(WS-OPE-IDX)
                   MOVE ZEROES TO EO-MARCAS(WS-OPE-IDX)
                   MOVE ZEROES TO EO-TOTAL(WS-OPE-IDX)
                   PERFORM VARYING WS-CAT FROM 1 BY 1
                       UNTIL WS-CAT > 8
                       MOVE ZEROES TO EO-CANT(WS-OPE-IDX, WS-CAT)
                       MOVE ZEROES TO EO-IMPORTE(WS-OPE-IDX, WS-CAT)
                       MOVE SPACE TO EO-MARCA(WS-OPE-IDX, WS-CAT)
                   END-PERFORM
                   MOVE "S" TO WS-ENCONTRADO
               ELSE
                   DISPLAY "AVISO: TABLA-OPERADORES llena (100), "
                       WS-EV-OPERADOR " fuera del informe"
               END-IF
           END-IF.

      *----------------------- MEDIAS Y MARCAS ----------------------------
      *> Media de la tienda por sesion: casos (o euros en faltantes y
      *> salidas de cajon) entre todas las sesiones de la semana.
       CALCULAR-MEDIAS.
           IF WS-TOTAL-SESIONES = 0
               MOVE 1 TO WS-TOTAL-SESIONES
           END-IF
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 8
               IF WS-CAT < 7
                   COMPUTE WS-MEDIA-TIENDA(WS-CAT) ROUNDED =
                       WS-TOTAL-CANT(WS-CAT) / WS-TOTAL-SESIONES
               ELSE
                   COMPUTE WS-MEDIA-TIENDA(WS-CAT) ROUNDED =
                       WS-TOTAL-IMPORTE(WS-CAT) / WS-TOTAL-SESIONES
               END-IF
           END-PERFORM.

       MARCAR-OPERADORES.
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
               UNTIL WS-OPE-IDX > WS-OPE-CANT
               MOVE EO-SESIONES(WS-OPE-IDX) TO WS-SESIONES-OPERADOR
               IF WS-SESIONES-OPERADOR = 0
                   MOVE 1 TO WS-SESIONES-OPERADOR
               END-IF
               PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 8
                   PERFORM MARCAR-CATEGORIA
               END-PERFORM
               IF EO-MARCAS(WS-OPE-IDX) > 0
                   ADD 1 TO LK-OPERADORES-MARCADOS
               END-IF
           END-PERFORM.

       MARCAR-CATEGORIA.
           IF WS-CAT < 7
               COMPUTE WS-TASA-OPERADOR ROUNDED =
                   EO-CANT(WS-OPE-IDX, WS-CAT) / WS-SESIONES-OPERADOR
           ELSE
               COMPUTE WS-TASA-OPERADOR ROUNDED =
                   EO-IMPORTE(WS-OPE-IDX, WS-CAT) /
                   WS-SESIONES-OPERADOR
           END-IF
           IF EO-CANT(WS-OPE-IDX, WS-CAT) >= WS-MINIMO-CASOS AND
              WS-TASA-OPERADOR >
                  WS-MEDIA-TIENDA(WS-CAT) * WS-FACTOR-ATIPICO
               MOVE "*" TO EO-MARCA(WS-OPE-IDX, WS-CAT)
               ADD 1 TO EO-MARCAS(WS-OPE-IDX)
           END-IF.

      *> Ranking: mas marcas primero y, a igualdad, mas casos.
       ORDENAR-OPERADORES.
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
               UNTIL WS-OPE-IDX >= WS-OPE-CANT
               MOVE WS-OPE-IDX TO WS-OPE-MAYOR
               PERFORM VARYING WS-OPE-IDX2 FROM WS-OPE-IDX BY 1
                   UNTIL WS-OPE-IDX2 > WS-OPE-CANT
                   IF EO-MARCAS(WS-OPE-IDX2) >
                      EO-MARCAS(WS-OPE-MAYOR) OR
                      (EO-MARCAS(WS-OPE-IDX2) =
                       EO-MARCAS(WS-OPE-MAYOR) AND
                       EO-TOTAL(WS-OPE-IDX2) > EO-TOTAL(WS-OPE-MAYOR))
                       MOVE WS-OPE-IDX2 TO WS-OPE-MAYOR
                   END-IF
               END-PERFORM
               IF WS-OPE-MAYOR NOT = WS-OPE-IDX
                   MOVE EO-ENTRADA(WS-OPE-IDX) TO EO-ENTRADA-AUX
                   MOVE EO-ENTRADA(WS-OPE-MAYOR) TO
                       EO-ENTRADA(WS-OPE-IDX)
                   MOVE EO-ENTRADA-AUX TO EO-ENTRADA(WS-OPE-MAYOR)
               END-IF
           END-PERFORM.

      *----------------------- REPORTE ------------------------------------
       ESCRIBIR-REPORTE.
           OPEN OUTPUT REPORTE-TXT
           MOVE WS-FECHA-DESDE TO RT-DESDE
           MOVE LK-FECHA TO RT-HASTA
           MOVE REP-TITULO TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE WS-FACTOR-ATIPICO TO RC-FACTOR
           MOVE WS-MINIMO-CASOS TO RC-MINIMO
           MOVE REP-CRITERIO TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO REP-LINEA
           PERFORM ESCRIBIR-LINEA

           MOVE REP-ENC-OPERADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
               UNTIL WS-OPE-IDX > WS-OPE-CANT
               PERFORM ESCRIBIR-LINEA-OPERADOR
           END-PERFORM
           PERFORM ESCRIBIR-LINEA-MEDIA

           MOVE SPACES TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "SESIONES DE CAJA DE LA SEMANA" TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-ENC-SESION TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING WS-SES-IDX FROM 1 BY 1
               UNTIL WS-SES-IDX > WS-SES-CANT
               PERFORM ESCRIBIR-LINEA-SESION
           END-PERFORM

           MOVE SPACES TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "DETALLE DE LOS CASOS MARCADOS (PARA REVISAR CAMARA)"
               TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-ENC-DETALLE TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
               UNTIL WS-OPE-IDX > WS-OPE-CANT
               PERFORM ESCRIBIR-CASOS-OPERADOR
           END-PERFORM

           CLOSE REPORTE-TXT
           DISPLAY "EXCEPCIONES DE CAJA: " LK-OPERADORES-MARCADOS
               " OPERADORES MARCADOS. VER REPORTE-EXCEPCIONES-CAJA.txt".

       ESCRIBIR-LINEA-OPERADOR.
           MOVE SPACES TO REP-OPERADOR
           MOVE EO-OPERADOR(WS-OPE-IDX) TO RO-OPERADOR
           MOVE EO-SESIONES(WS-OPE-IDX) TO RO-SESIONES
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 6
               MOVE EO-CANT(WS-OPE-IDX, WS-CAT) TO RO-CANT(WS-CAT)
               MOVE EO-MARCA(WS-OPE-IDX, WS-CAT) TO RO-MARCA(WS-CAT)
           END-PERFORM
           MOVE EO-IMPORTE(WS-OPE-IDX, 7) TO RO-IMPORTE(1)
           MOVE EO-MARCA(WS-OPE-IDX, 7) TO RO-MARCA-EUR(1)
           MOVE EO-IMPORTE(WS-OPE-IDX, 8) TO RO-IMPORTE(2)
           MOVE EO-MARCA(WS-OPE-IDX, 8) TO RO-MARCA-EUR(2)
           MOVE EO-MARCAS(WS-OPE-IDX) TO RO-MARCAS
           MOVE REP-OPERADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA-MEDIA.
           MOVE SPACES TO REP-MEDIA
           MOVE "MEDIA/SESION" TO REP-MEDIA(1:13)
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 6
               MOVE WS-MEDIA-TIENDA(WS-CAT) TO RM-TASA(WS-CAT)
           END-PERFORM
           MOVE WS-MEDIA-TIENDA(7) TO RM-IMPORTE(1)
           MOVE WS-MEDIA-TIENDA(8) TO RM-IMPORTE(2)
           MOVE REP-MEDIA TO REP-LINEA
           PERFORM ESCRIBIR-LINEA.

      *> Devoluciones de la sesion: las tres categorias de devolucion
      *> pueden contar la misma devolucion; aqui va la de importe, sin
      *> repetir, desde la categoria de mayor cuenta.
       ESCRIBIR-LINEA-SESION.
           MOVE ES-NUMERO(WS-SES-IDX) TO RS-NUMERO
           MOVE ES-OPERADOR(WS-SES-IDX) TO RS-OPERADOR
           MOVE ES-FECHA(WS-SES-IDX) TO RS-FECHA
           MOVE ES-TERMINAL(WS-SES-IDX) TO RS-TERMINAL
           MOVE ES-APERTURA(WS-SES-IDX) TO RS-APERTURA
           MOVE ES-CIERRE(WS-SES-IDX) TO RS-CIERRE
           COMPUTE RS-ANULACIONES = ES-CANT(WS-SES-IDX, 1)
               + ES-CANT(WS-SES-IDX, 2)
           MOVE ES-CANT(WS-SES-IDX, 3) TO RS-DEVOLUCIONES
           IF ES-CANT(WS-SES-IDX, 4) > ES-CANT(WS-SES-IDX, 3)
               MOVE ES-CANT(WS-SES-IDX, 4) TO RS-DEVOLUCIONES
           END-IF
           MOVE ES-CANT(WS-SES-IDX, 6) TO RS-VALES
           MOVE ES-DIFERENCIA(WS-SES-IDX) TO RS-DIFERENCIA
           MOVE ES-IMPORTE(WS-SES-IDX, 8) TO RS-SALIDAS
           MOVE REP-SESION TO REP-LINEA
           PERFORM ESCRIBIR-LINEA.

      *> Casos del operador en el orden del ranking: los de una
      *> categoria marcada y los que salen siempre (devolucion rapida,
      *> vale de su propia devolucion).
       ESCRIBIR-CASOS-OPERADOR.
           PERFORM VARYING WS-EVE-IDX FROM 1 BY 1
               UNTIL WS-EVE-IDX > WS-EVE-CANT
               IF EV-OPERADOR(WS-EVE-IDX) = EO-OPERADOR(WS-OPE-IDX)
                   MOVE EV-CATEGORIA(WS-EVE-IDX) TO WS-CAT
                   IF EO-MARCA(WS-OPE-IDX, WS-CAT) = "*" OR
                      EV-SIEMPRE(WS-EVE-IDX) = "S"
                       PERFORM ESCRIBIR-LINEA-CASO
                   END-IF
               END-IF
           END-PERFORM.

       ESCRIBIR-LINEA-CASO.
           MOVE EV-OPERADOR(WS-EVE-IDX) TO RD-OPERADOR
           MOVE CAT-NOMBRE(WS-CAT) TO RD-CATEGORIA
           MOVE EV-FECHA(WS-EVE-IDX) TO RD-FECHA
           MOVE EV-HORA(WS-EVE-IDX) TO RD-HORA
           MOVE EV-TERMINAL(WS-EVE-IDX) TO RD-TERMINAL
           MOVE EV-SESION(WS-EVE-IDX) TO RD-SESION
           MOVE EV-TICKET(WS-EVE-IDX) TO RD-TICKET
           MOVE EV-IMPORTE(WS-EVE-IDX) TO RD-IMPORTE
           MOVE EV-DETALLE(WS-EVE-IDX) TO RD-DETALLE
           MOVE REP-DETALLE TO REP-LINEA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           WRITE REP-LINEA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-EXCEPCIONES-CAJA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-EXCEPCIONES-CAJA.
