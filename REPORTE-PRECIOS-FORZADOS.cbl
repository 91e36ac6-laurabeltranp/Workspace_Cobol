       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PRECIOS-FORZADOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTAS
               ASSIGN TO "VENTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTAS-ID
               ALTERNATE RECORD KEY IS VE-PRODUCTO-ID WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-VENTAS-STATUS.

           SELECT TICKETS
               ASSIGN TO "TICKETS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKET-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-TICKETS-STATUS.

           SELECT MOTIVOS
               ASSIGN TO "MOTIVOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOTIVO-CODIGO
               FILE STATUS IS WS-MOTIVOS-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-PRECIOS-FORZADOS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT WS-FORZADOS-SORT
               ASSIGN TO "WS-SORTFORZADOS.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD VENTAS.
           COPY VENTAS.

       FD TICKETS.
           COPY TICKETS.

       FD MOTIVOS.
           COPY MOTIVO.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(120).

       SD WS-FORZADOS-SORT.
       01 PF-REGISTRO.
           05 PF-OPERADOR PIC X(8).
           05 PF-MOTIVO PIC 9(2).
           05 PF-TICKET PIC 9(6).
           05 PF-PRODUCTO-ID PIC 9(6).
           05 PF-UNIDADES PIC 9(3)V999.
           05 PF-PRECIO-ORIGINAL PIC 9(5)V99.
           05 PF-PRECIO-COBRADO PIC 9(5)V99.
           05 PF-REBAJA PIC S9(7)V99.
           05 PF-AUTORIZA PIC X(8).
           05 PF-CAJA PIC 9.

       WORKING-STORAGE SECTION.
       01 WS-VENTAS-STATUS PIC XX.
       01 WS-MOTIVOS-STATUS PIC XX.
       01 WS-TICKETS-STATUS PIC XX.
       01 WS-HAY-TICKETS PIC X VALUE "N".
       01 WS-K PIC 99.
      * Lineas y rebaja por caja (la del ticket; 0 = sin ticket).
       01 TABLA-CAJAS.
           05 CELDA-CAJA OCCURS 10 TIMES.
               10 CC-LINEAS PIC 9(5).
               10 CC-REBAJA PIC S9(9)V99.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-HAY-MOTIVOS PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-SORT PIC X VALUE "N".
       01 WS-PRIMERA-VEZ PIC X VALUE "S".
       01 WS-OPERADOR-CORTE PIC X(8).
       01 WS-MOTIVO-CORTE PIC 9(2).
       01 WS-LINEAS-MOTIVO PIC 9(5) VALUE ZEROES.
       01 WS-REBAJA-MOTIVO PIC S9(9)V99 VALUE ZEROES.
       01 WS-LINEAS-OPERADOR PIC 9(5) VALUE ZEROES.
       01 WS-REBAJA-OPERADOR PIC S9(9)V99 VALUE ZEROES.
       01 WS-LINEAS-TOTAL PIC 9(6) VALUE ZEROES.
       01 WS-REBAJA-TOTAL PIC S9(9)V99 VALUE ZEROES.

       01 REP-TITULO.
           05 FILLER PIC X(26) VALUE "PRECIOS FORZADOS EN CAJA -".
           05 FILLER PIC X VALUE SPACE.
           05 RT-FECHA PIC 9(8).
       01 REP-ENCABEZADO PIC X(120) VALUE
           "OPERADOR MOT TICKET PRODUCTO  UNIDADES  P.ORIGINAL P.COBRAD
      -    "O      REBAJA-EUR  AUTORIZA CAJA".
       01 REP-CABECERA-OPERADOR.
           05 FILLER PIC X(10) VALUE "OPERADOR: ".
           05 RC-OPERADOR PIC X(8).
       01 REP-CABECERA-MOTIVO.
           05 FILLER PIC X(11) VALUE "  MOTIVO:  ".
           05 RC-MOTIVO PIC Z9.
           05 FILLER PIC X VALUE SPACE.
           05 RC-MOTIVO-DESCRIP PIC X(30).
       01 REP-DETALLE.
           05 FILLER PIC X(9) VALUE SPACES.
           05 RD-MOTIVO PIC Z9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-TICKET PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-PRODUCTO-ID PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-UNIDADES PIC ZZ9.999.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-PRECIO-ORIGINAL PIC Z(4)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-PRECIO-COBRADO PIC Z(4)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-REBAJA PIC -(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-AUTORIZA PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RD-CAJA PIC 9.
       01 REP-SUBTOTAL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RS-ETIQUETA PIC X(20).
           05 RS-LINEAS PIC Z(4)9.
           05 FILLER PIC X(16) VALUE " lineas  rebaja ".
           05 RS-REBAJA PIC -(9)9.99.
       01 REP-TOTAL.
           05 FILLER PIC X(24) VALUE "TOTAL DEL DIA:".
           05 RTT-LINEAS PIC Z(5)9.
           05 FILLER PIC X(16) VALUE " lineas  rebaja ".
           05 RTT-REBAJA PIC -(9)9.99.
       01 REP-TOTAL-CAJA.
           05 FILLER PIC X(9) VALUE "  CAJA   ".
           05 RCJ-CAJA PIC 9.
           05 FILLER PIC X(14) VALUE ":".
           05 RCJ-LINEAS PIC Z(5)9.
           05 FILLER PIC X(16) VALUE " lineas  rebaja ".
           05 RCJ-REBAJA PIC -(9)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-FECHA PIC 9(8).

       PROCEDURE DIVISION USING LK-FECHA.
      *----------------------- PRECIOS FORZADOS DEL DIA -------------------
      * Corre cada noche desde BATCH-NOCTURNO: lista las lineas de
      * venta del dia con precio forzado en caja, agrupadas por
      * operador y motivo, con la rebaja (o el recargo) frente al
      * precio que la linea tenia y quien la autorizo. Las lineas de
      * tickets anulados no cuentan.
       INICIO.
           OPEN INPUT MOTIVOS
           IF WS-MOTIVOS-STATUS = "00"
               MOVE "S" TO WS-HAY-MOTIVOS
           END-IF

           OPEN OUTPUT REPORTE-TXT
           MOVE LK-FECHA TO RT-FECHA
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA

           SORT WS-FORZADOS-SORT
               ON ASCENDING KEY PF-OPERADOR
               ON ASCENDING KEY PF-MOTIVO
               ON ASCENDING KEY PF-TICKET
               INPUT PROCEDURE IS CARGAR-SORT-FORZADOS
               OUTPUT PROCEDURE IS IMPRIMIR-FORZADOS

           MOVE WS-LINEAS-TOTAL TO RTT-LINEAS
           MOVE WS-REBAJA-TOTAL TO RTT-REBAJA
           MOVE REP-TOTAL TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-TOTAL
           PERFORM ESCRIBIR-TOTALES-CAJA

           CLOSE REPORTE-TXT
           IF WS-HAY-MOTIVOS = "S"
               CLOSE MOTIVOS
           END-IF
           GOBACK.

       CARGAR-SORT-FORZADOS.
           MOVE "N" TO WS-EOF
           MOVE ZEROES TO TABLA-CAJAS
           OPEN INPUT TICKETS
           IF WS-TICKETS-STATUS = "00"
               MOVE "S" TO WS-HAY-TICKETS
           END-IF
           OPEN INPUT VENTAS
           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir VENTAS-INDEXADO.dat. Estado: "
                   WS-VENTAS-STATUS
               MOVE "CARGAR-SORT-FORZADOS" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               PERFORM UNTIL WS-EOF = "S"
                   READ VENTAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF VE-FECHA = LK-FECHA AND
                              VE-MOTIVO-FORZADO > 0 AND
                              NOT VE-ES-ANULADA
                               PERFORM SOLTAR-LINEA-FORZADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTAS
           END-IF
           IF WS-HAY-TICKETS = "S"
               CLOSE TICKETS
           END-IF.

       SOLTAR-LINEA-FORZADA.
           MOVE VE-OPERADOR TO PF-OPERADOR
           MOVE VE-MOTIVO-FORZADO TO PF-MOTIVO
           MOVE VE-TICKET-NUMERO TO PF-TICKET
           MOVE VE-PRODUCTO-ID TO PF-PRODUCTO-ID
           MOVE UNIDADES TO PF-UNIDADES
           MOVE VE-PRECIO-ORIGINAL TO PF-PRECIO-ORIGINAL
           MOVE VE-PRECIO-UNITARIO TO PF-PRECIO-COBRADO
           COMPUTE PF-REBAJA ROUNDED =
               (VE-PRECIO-ORIGINAL - VE-PRECIO-UNITARIO) * UNIDADES
           MOVE VE-AUTORIZA TO PF-AUTORIZA
           MOVE 0 TO PF-CAJA
           IF WS-HAY-TICKETS = "S"
               MOVE VE-TICKET-NUMERO TO TICKET-NUMERO
               READ TICKETS
                   NOT INVALID KEY
                       MOVE TICKET-TERMINAL TO PF-CAJA
               END-READ
           END-IF
           RELEASE PF-REGISTRO.

       IMPRIMIR-FORZADOS.
           MOVE "N" TO WS-EOF-SORT
           MOVE "S" TO WS-PRIMERA-VEZ
           PERFORM UNTIL WS-EOF-SORT = "S"
               RETURN WS-FORZADOS-SORT
                   AT END
                       MOVE "S" TO WS-EOF-SORT
                   NOT AT END
                       PERFORM CONTROLAR-CORTES
                       PERFORM ESCRIBIR-LINEA-FORZADA
               END-RETURN
           END-PERFORM
           IF WS-PRIMERA-VEZ = "N"
               PERFORM CERRAR-MOTIVO
               PERFORM CERRAR-OPERADOR
           END-IF.

       CONTROLAR-CORTES.
           EVALUATE TRUE
               WHEN WS-PRIMERA-VEZ = "S"
                   MOVE "N" TO WS-PRIMERA-VEZ
                   PERFORM ABRIR-OPERADOR
                   PERFORM ABRIR-MOTIVO
               WHEN PF-OPERADOR NOT = WS-OPERADOR-CORTE
                   PERFORM CERRAR-MOTIVO
                   PERFORM CERRAR-OPERADOR
                   PERFORM ABRIR-OPERADOR
                   PERFORM ABRIR-MOTIVO
               WHEN PF-MOTIVO NOT = WS-MOTIVO-CORTE
                   PERFORM CERRAR-MOTIVO
                   PERFORM ABRIR-MOTIVO
           END-EVALUATE.

       ABRIR-OPERADOR.
           MOVE PF-OPERADOR TO WS-OPERADOR-CORTE
           MOVE ZEROES TO WS-LINEAS-OPERADOR
           MOVE ZEROES TO WS-REBAJA-OPERADOR
           MOVE PF-OPERADOR TO RC-OPERADOR
           IF PF-OPERADOR = SPACES
               MOVE "(SIN ID)" TO RC-OPERADOR
           END-IF
           MOVE REP-CABECERA-OPERADOR TO REP-LINEA
           WRITE REP-LINEA.

       ABRIR-MOTIVO.
           MOVE PF-MOTIVO TO WS-MOTIVO-CORTE
           MOVE ZEROES TO WS-LINEAS-MOTIVO
           MOVE ZEROES TO WS-REBAJA-MOTIVO
           MOVE PF-MOTIVO TO RC-MOTIVO
           MOVE "(MOTIVO DESCONOCIDO)" TO RC-MOTIVO-DESCRIP
           IF WS-HAY-MOTIVOS = "S"
               MOVE PF-MOTIVO TO MOTIVO-CODIGO
               READ MOTIVOS
                   NOT INVALID KEY
                       MOVE MOTIVO-DESCRIP TO RC-MOTIVO-DESCRIP
               END-READ
           END-IF
           MOVE REP-CABECERA-MOTIVO TO REP-LINEA
           WRITE REP-LINEA.

       CERRAR-MOTIVO.
           MOVE "subtotal motivo:" TO RS-ETIQUETA
           MOVE WS-LINEAS-MOTIVO TO RS-LINEAS
           MOVE WS-REBAJA-MOTIVO TO RS-REBAJA
           MOVE REP-SUBTOTAL TO REP-LINEA
           WRITE REP-LINEA.

       CERRAR-OPERADOR.
           MOVE "TOTAL OPERADOR:" TO RS-ETIQUETA
           MOVE WS-LINEAS-OPERADOR TO RS-LINEAS
           MOVE WS-REBAJA-OPERADOR TO RS-REBAJA
           MOVE REP-SUBTOTAL TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY "Operador " WS-OPERADOR-CORTE ": "
               WS-LINEAS-OPERADOR " lineas con precio forzado."
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA.

       ESCRIBIR-LINEA-FORZADA.
           MOVE PF-MOTIVO TO RD-MOTIVO
           MOVE PF-TICKET TO RD-TICKET
           MOVE PF-PRODUCTO-ID TO RD-PRODUCTO-ID
           MOVE PF-UNIDADES TO RD-UNIDADES
           MOVE PF-PRECIO-ORIGINAL TO RD-PRECIO-ORIGINAL
           MOVE PF-PRECIO-COBRADO TO RD-PRECIO-COBRADO
           MOVE PF-REBAJA TO RD-REBAJA
           MOVE PF-AUTORIZA TO RD-AUTORIZA
           MOVE PF-CAJA TO RD-CAJA
           MOVE REP-DETALLE TO REP-LINEA
           WRITE REP-LINEA
           ADD 1 TO WS-LINEAS-MOTIVO
           ADD 1 TO WS-LINEAS-OPERADOR
           ADD 1 TO WS-LINEAS-TOTAL
           ADD PF-REBAJA TO WS-REBAJA-MOTIVO
           ADD PF-REBAJA TO WS-REBAJA-OPERADOR
           ADD PF-REBAJA TO WS-REBAJA-TOTAL
           ADD 1 TO CC-LINEAS(PF-CAJA + 1)
           ADD PF-REBAJA TO CC-REBAJA(PF-CAJA + 1).

      *> Con varias cajas, el mismo total repartido por caja.
       ESCRIBIR-TOTALES-CAJA.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
               IF CC-LINEAS(WS-K) > 0
                   COMPUTE RCJ-CAJA = WS-K - 1
                   MOVE CC-LINEAS(WS-K) TO RCJ-LINEAS
                   MOVE CC-REBAJA(WS-K) TO RCJ-REBAJA
                   MOVE REP-TOTAL-CAJA TO REP-LINEA
                   WRITE REP-LINEA
                   DISPLAY REP-TOTAL-CAJA
               END-IF
           END-PERFORM.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-PRECIOS-FORZADOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-PRECIOS-FORZADOS.
