       01 WS-J PIC 9.
       01 WS-BARRA PIC 9(2).
       01 WS-MAX-IMPORTE PIC 9(9)V99.
      * Caja a analizar (1 a 9) o 0 = toda la tienda. Las unidades
      * se atribuyen a la caja del ticket de cada linea.
       01 WS-CAJA-FILTRO PIC 9 VALUE 0.
       01 WS-LINEA-VALE PIC X.
       01 WS-K PIC 99.

      *----------------------- ACUMULADO POR CAJA -------------------------
      * Caja 0: tickets aparcados que se vaciaron sin cobrar.
       01 TABLA-CAJAS.
           05 CELDA-CAJA OCCURS 10 TIMES.
               10 CC-TICKETS PIC 9(6).
               10 CC-IMPORTE PIC 9(9)V99.

       01 REP-DETALLE-CAJA.
           05 FILLER PIC X(5) VALUE "CAJA ".
           05 RC-CAJA PIC 9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RC-TICKETS PIC Z(4)9.
           05 FILLER PIC X(11) VALUE SPACES.
           05 RC-IMPORTE PIC Z(7)9.99.

      *----------------------- ACUMULADO POR HORA -------------------------
      * 24 horas x 2 tramos (1 = laborable, 2 = fin de semana).
           05 RD-IMPORTE PIC Z(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-BARRA PIC X(30).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- PERFIL HORARIO DE VENTAS -------------------
               DISPLAY "RANGO INVALIDO."
               STOP RUN
           END-IF
           DISPLAY "Caja (1-9, 0 = toda la tienda): "
           ACCEPT WS-CAJA-FILTRO
           IF WS-CAJA-FILTRO NOT NUMERIC
               MOVE 0 TO WS-CAJA-FILTRO
           END-IF

           COMPUTE WS-REF-LUNES = FUNCTION INTEGER-OF-DATE(20000103)
           MOVE ZEROES TO TABLA-HORAS
           MOVE ZEROES TO TABLA-CAJAS

           PERFORM ACUMULAR-TICKETS
           PERFORM ACUMULAR-UNIDADES
           IF WS-TICKETS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir TICKETS-INDEXADO.dat. "
                   "Estado: " WS-TICKETS-STATUS
               MOVE "ACUMULAR-TICKETS" TO WS-INC-PARRAFO
               MOVE "TICKETS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                           IF TICKET-FECHA >= WS-FECHA-DESDE AND
                              TICKET-FECHA <= WS-FECHA-HASTA AND
                              NOT TICKET-ES-ANULADO
                               ADD 1 TO CC-TICKETS(TICKET-TERMINAL + 1)
                               ADD TICKET-TOTAL TO
                                   CC-IMPORTE(TICKET-TERMINAL + 1)
                               IF WS-CAJA-FILTRO = 0 OR
                                  TICKET-TERMINAL = WS-CAJA-FILTRO
                                   PERFORM ACUMULAR-UN-TICKET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ACUMULAR-UNIDADES.
           IF WS-CAJA-FILTRO > 0
               OPEN INPUT TICKETS
           END-IF
           OPEN INPUT VENTAS
           IF WS-VENTAS-STATUS = "00"
               MOVE "N" TO WS-EOF
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE "N" TO WS-LINEA-VALE
                           IF VE-FECHA >= WS-FECHA-DESDE AND
                              VE-FECHA <= WS-FECHA-HASTA AND
                              NOT VE-ES-ANULADA
                               PERFORM COMPROBAR-CAJA-LINEA
                           END-IF
                           IF WS-LINEA-VALE = "S"
                               MOVE VE-FECHA TO WS-FECHA-DOW
                               PERFORM CALCULAR-SPLIT
                               MOVE VE-HORA(1:2) TO WS-HORA
                   END-READ
               END-PERFORM
               CLOSE VENTAS
           END-IF
           IF WS-CAJA-FILTRO > 0
               CLOSE TICKETS
           END-IF.

       COMPROBAR-CAJA-LINEA.
           IF WS-CAJA-FILTRO = 0
               MOVE "S" TO WS-LINEA-VALE
           ELSE
               MOVE VE-TICKET-NUMERO TO TICKET-NUMERO
               READ TICKETS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TICKET-TERMINAL = WS-CAJA-FILTRO
                           MOVE "S" TO WS-LINEA-VALE
                       END-IF
               END-READ
           END-IF.

       CALCULAR-SPLIT.

       ESCRIBIR-REPORTE.
           OPEN OUTPUT REPORTE-TXT
           IF WS-CAJA-FILTRO > 0
               MOVE SPACES TO REP-LINEA
               STRING "===== SOLO CAJA " WS-CAJA-FILTRO " ====="
                   DELIMITED BY SIZE INTO REP-LINEA
               WRITE REP-LINEA
               DISPLAY REP-LINEA
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 2
               IF WS-J = 1
                   MOVE "===== DIAS LABORABLES (LUN-VIE) ====="
               MOVE SPACES TO REP-LINEA
               WRITE REP-LINEA
           END-PERFORM
           PERFORM ESCRIBIR-RESUMEN-CAJAS
           CLOSE REPORTE-TXT
           DISPLAY "Reporte en REPORTE-HORARIO.txt".

      *> Reparto del rango entre cajas, para ver cual carga con la
      *> venta; siempre de toda la tienda.
       ESCRIBIR-RESUMEN-CAJAS.
           MOVE "===== POR CAJA (TODO EL RANGO) =====" TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-LINEA
           MOVE "CAJA    TICKETS            FACTURACION" TO REP-LINEA
           WRITE REP-LINEA
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
               IF CC-TICKETS(WS-K) > 0
                   COMPUTE RC-CAJA = WS-K - 1
                   MOVE CC-TICKETS(WS-K) TO RC-TICKETS
                   MOVE CC-IMPORTE(WS-K) TO RC-IMPORTE
                   MOVE REP-DETALLE-CAJA TO REP-LINEA
                   WRITE REP-LINEA
                   DISPLAY REP-DETALLE-CAJA
               END-IF
           END-PERFORM.

       BUSCAR-MAXIMO.
           MOVE ZEROES TO WS-MAX-IMPORTE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 24
           WRITE REP-LINEA
           DISPLAY REP-DETALLE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-HORARIO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-HORARIO.
