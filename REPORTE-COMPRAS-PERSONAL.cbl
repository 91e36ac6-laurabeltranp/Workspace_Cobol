       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-COMPRAS-PERSONAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKETS
               ASSIGN TO "TICKETS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKET-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-TICKETS-STATUS.

           SELECT OPERADORES
               ASSIGN TO "OPERADORES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-OPERADORES-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-COMPRAS-PERSONAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TICKETS.
           COPY TICKETS.

       FD OPERADORES.
           COPY OPERADOR.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-TICKETS-STATUS PIC XX.
       01 WS-OPERADORES-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-HAY-OPERADORES PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-MES PIC X(6).
       01 WS-IDX PIC 9(3).
       01 WS-ENCONTRADO PIC X VALUE "N".
       01 WS-DISPONIBLE PIC S9(7)V99.
       01 WS-TOTAL-BRUTO PIC 9(9)V99 VALUE ZEROES.
       01 WS-TOTAL-DTO PIC 9(9)V99 VALUE ZEROES.
       01 WS-TOTAL-COBRADO PIC 9(9)V99 VALUE ZEROES.
       01 WS-TOTAL-NOMINA PIC 9(9)V99 VALUE ZEROES.
       01 WS-PG PIC 9.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
           COPY SEGURIDAD.

      *----------------------- ACUMULADO POR EMPLEADO ----------------------
      * Una fila por empleado con compras en el mes: tickets, lo que
      * se le cobro (ya descontado), el descuento de personal y la
      * parte cargada a nomina.
       01 WS-EMPLEADOS-CANT PIC 9(3) VALUE ZEROES.
       01 TABLA-EMPLEADOS.
           05 TE-ENTRADA OCCURS 100 TIMES.
               10 TE-EMPLEADO PIC X(8).
               10 TE-TICKETS PIC 9(5).
               10 TE-COBRADO PIC 9(7)V99.
               10 TE-DESCUENTO PIC 9(7)V99.
               10 TE-NOMINA PIC 9(7)V99.

       01 REP-TITULO.
           05 FILLER PIC X(38) VALUE
               "COMPRAS DE PERSONAL DEL MES (AAAAMM): ".
           05 RT-MES PIC X(6).
       01 REP-ENCABEZADO PIC X(120) VALUE
           "EMPLEADO NOMBRE               TICKETS      BRUTO  DESCUENTO
      -    "    COBRADO  A NOMINA      TOPE  DISPONIBLE".
       01 REP-DETALLE.
           05 RD-EMPLEADO PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RD-NOMBRE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RD-TICKETS PIC Z(4)9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-BRUTO PIC Z(7)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RD-DESCUENTO PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RD-COBRADO PIC Z(7)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RD-NOMINA PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RD-TOPE PIC Z(5)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RD-DISPONIBLE PIC -(7)9.99.
       01 REP-TOTAL.
           05 FILLER PIC X(36) VALUE "TOTAL".
           05 RTT-BRUTO PIC Z(7)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RTT-DESCUENTO PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RTT-COBRADO PIC Z(7)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RTT-NOMINA PIC Z(6)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- COMPRAS DE PERSONAL DEL MES ----------------
      * Liquidacion de fin de mes para la nomina: por empleado, lo que
      * compro con descuento de personal (tickets no anulados del mes
      * marcados con su identidad), lo rebajado, lo pagado con cargo
      * a nomina (el importe a descontarle) y lo que le quedaba del
      * tope. Es dato de nomina: lo saca un supervisor.
       INICIO.
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "OPERACION NO AUTORIZADA."
               STOP RUN
           END-IF

           DISPLAY "Mes a liquidar (AAAAMM): "
           ACCEPT WS-MES
           IF WS-MES NOT NUMERIC OR
              WS-MES(5:2) < "01" OR WS-MES(5:2) > "12"
               DISPLAY "MES INVALIDO."
               STOP RUN
           END-IF

           OPEN INPUT TICKETS
           IF WS-TICKETS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir TICKETS-INDEXADO.dat. "
                   "Estado: " WS-TICKETS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "TICKETS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-TICKETS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           PERFORM ACUMULAR-TICKETS-MES
           CLOSE TICKETS

           OPEN INPUT OPERADORES
           IF WS-OPERADORES-STATUS = "00"
               MOVE "S" TO WS-HAY-OPERADORES
           END-IF

           OPEN OUTPUT REPORTE-TXT
           MOVE WS-MES TO RT-MES
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-TITULO
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-ENCABEZADO

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EMPLEADOS-CANT
               PERFORM ESCRIBIR-UN-EMPLEADO
           END-PERFORM

           MOVE WS-TOTAL-BRUTO TO RTT-BRUTO
           MOVE WS-TOTAL-DTO TO RTT-DESCUENTO
           MOVE WS-TOTAL-COBRADO TO RTT-COBRADO
           MOVE WS-TOTAL-NOMINA TO RTT-NOMINA
           MOVE REP-TOTAL TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-TOTAL

           CLOSE REPORTE-TXT
           IF WS-HAY-OPERADORES = "S"
               CLOSE OPERADORES
           END-IF
           DISPLAY "Listado en REPORTE-COMPRAS-PERSONAL.txt"
           STOP RUN.

       ACUMULAR-TICKETS-MES.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ TICKETS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF TICKET-EMPLEADO NOT = SPACES AND
                          TICKET-FECHA(1:6) = WS-MES AND
                          NOT TICKET-ES-ANULADO
                           PERFORM UBICAR-EMPLEADO
                           IF WS-ENCONTRADO = "S"
                               ADD 1 TO TE-TICKETS(WS-IDX)
                               ADD TICKET-TOTAL TO TE-COBRADO(WS-IDX)
                               ADD TICKET-DTO-PERSONAL
                                   TO TE-DESCUENTO(WS-IDX)
                               PERFORM SUMAR-CARGO-NOMINA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Busca la fila del empleado y la abre si es la primera vez.
       UBICAR-EMPLEADO.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EMPLEADOS-CANT OR WS-ENCONTRADO = "S"
               IF TE-EMPLEADO(WS-IDX) = TICKET-EMPLEADO
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = "S"
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF WS-EMPLEADOS-CANT < 100
                   ADD 1 TO WS-EMPLEADOS-CANT
                   MOVE WS-EMPLEADOS-CANT TO WS-IDX
                   MOVE TICKET-EMPLEADO TO TE-EMPLEADO(WS-IDX)
                   MOVE ZEROES TO TE-TICKETS(WS-IDX)
                   MOVE ZEROES TO TE-COBRADO(WS-IDX)
                   MOVE ZEROES TO TE-DESCUENTO(WS-IDX)
                   MOVE ZEROES TO TE-NOMINA(WS-IDX)
                   MOVE "S" TO WS-ENCONTRADO
               ELSE
                   DISPLAY "AVISO: TABLA-EMPLEADOS llena (100), "
                       "empleado " TICKET-EMPLEADO " fuera del listado"
               END-IF
           END-IF.

       SUMAR-CARGO-NOMINA.
           PERFORM VARYING WS-PG FROM 1 BY 1
               UNTIL WS-PG > TICKET-PAGOS-CANT
               IF TICKET-PL-NOMINA(WS-PG)
                   ADD TICKET-PAGO-IMPORTE(WS-PG) TO TE-NOMINA(WS-IDX)
               END-IF
           END-PERFORM.

       ESCRIBIR-UN-EMPLEADO.
           MOVE SPACES TO RD-NOMBRE
           MOVE ZEROES TO OP-TOPE-MENSUAL
           IF WS-HAY-OPERADORES = "S"
               MOVE TE-EMPLEADO(WS-IDX) TO OP-ID
               READ OPERADORES
                   INVALID KEY
                       MOVE ZEROES TO OP-TOPE-MENSUAL
                   NOT INVALID KEY
                       MOVE OP-NOMBRE TO RD-NOMBRE
               END-READ
           END-IF
           COMPUTE WS-DISPONIBLE = OP-TOPE-MENSUAL -
               TE-COBRADO(WS-IDX)
           ADD TE-COBRADO(WS-IDX) TO WS-TOTAL-COBRADO
           ADD TE-NOMINA(WS-IDX) TO WS-TOTAL-NOMINA
           ADD TE-DESCUENTO(WS-IDX) TO WS-TOTAL-DTO
           ADD TE-COBRADO(WS-IDX) TE-DESCUENTO(WS-IDX)
               TO WS-TOTAL-BRUTO
           MOVE TE-EMPLEADO(WS-IDX) TO RD-EMPLEADO
           MOVE TE-TICKETS(WS-IDX) TO RD-TICKETS
           COMPUTE RD-BRUTO = TE-COBRADO(WS-IDX) +
               TE-DESCUENTO(WS-IDX)
           MOVE TE-DESCUENTO(WS-IDX) TO RD-DESCUENTO
           MOVE TE-COBRADO(WS-IDX) TO RD-COBRADO
           MOVE TE-NOMINA(WS-IDX) TO RD-NOMINA
           MOVE OP-TOPE-MENSUAL TO RD-TOPE
           MOVE WS-DISPONIBLE TO RD-DISPONIBLE
           MOVE REP-DETALLE TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-DETALLE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-COMPRAS-PERSONAL" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-COMPRAS-PERSONAL.
