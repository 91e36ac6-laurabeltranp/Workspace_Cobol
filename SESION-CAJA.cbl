               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-TICKETS-STATUS.

           SELECT ENVASES-DEVUELTOS
               ASSIGN TO "ENVASES-DEVUELTOS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENVDEV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SESIONES.
       FD TICKETS.
           COPY TICKETS.

       FD ENVASES-DEVUELTOS.
           COPY ENVDEV.

       WORKING-STORAGE SECTION.
       01 WS-SESIONES-STATUS PIC XX.
       01 WS-TICKETS-STATUS PIC XX.
       01 WS-OPCION PIC X.
       01 WS-EOF PIC X VALUE "N".
       01 WS-PG PIC 9.
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-SESION-CONTADOR PIC 9(6) VALUE 0.
       01 WS-SESION-ABIERTA-NUM PIC 9(6) VALUE 0.
       01 WS-IMPORTE-EDIT PIC Z(6)9.99.
       01 WS-DIFERENCIA-EDIT PIC +(7)9.99.
       01 WS-FECHA-LISTA PIC 9(8).
       01 WS-ENVDEV-STATUS PIC XX.
       01 WS-ENVASES-DEVUELTOS PIC 9(7)V99.
      * Caja de este puesto: cada caja abre y cierra sus turnos.
       01 WS-TERMINAL PIC 9 VALUE 1.
       01 WS-FICHAR PIC X.
       01 WS-FICHAJE-TIPO PIC X VALUE "E".
       01 WS-FICHAJE-ORIGEN PIC X VALUE "S".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- SESIONES DE CAJA ---------------------------
      * grabada a su nombre. Con dos turnos por dia, el descuadre
      * deja de ser un misterio colectivo.
       INICIO.
           CALL "OBTENER-TERMINAL" USING WS-TERMINAL
           OPEN I-O SESIONES
           IF WS-SESIONES-STATUS = "35"
               DISPLAY "Archivo de sesiones no encontrado, se crea."
           IF WS-SESIONES-STATUS NOT = "00"
               DISPLAY "Error al abrir sesiones. Estado: "
                   WS-SESIONES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "SESIONES-CAJA-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-SESIONES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF


           PERFORM UNTIL WS-OPCION = "0"
               DISPLAY " "
               DISPLAY "----- SESIONES DE CAJA " WS-TERMINAL " -----"
               IF WS-SESION-ABIERTA-NUM > 0
                   DISPLAY "Sesion abierta: " WS-SESION-ABIERTA-NUM
               ELSE
           STOP RUN.

      *> Recupera el ultimo numero de sesion y detecta si quedo un
      *> turno abierto de esta caja de una ejecucion anterior.
       CARGAR-ESTADO-SESIONES.
           MOVE 0 TO WS-SESION-CONTADOR
           MOVE 0 TO WS-SESION-ABIERTA-NUM
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE SESION-NUMERO TO WS-SESION-CONTADOR
                       IF SESION-ABIERTA AND
                          SESION-TERMINAL = WS-TERMINAL
                           MOVE SESION-NUMERO TO WS-SESION-ABIERTA-NUM
                       END-IF
               END-READ
               MOVE ZEROES TO SESION-EFECTIVO-CONTADO
               MOVE ZEROES TO SESION-DIFERENCIA
               MOVE "A" TO SESION-ESTADO
               MOVE WS-TERMINAL TO SESION-TERMINAL
               WRITE SESION-REGISTRO INVALID KEY
                   DISPLAY "Error al abrir la sesion. Estado: "
                       WS-SESIONES-STATUS
                   MOVE "ABRIR-SESION" TO WS-INC-PARRAFO
                   MOVE "SESIONES-CAJA-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-SESIONES-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-WRITE
               IF WS-SESIONES-STATUS = "00"
                   MOVE SESION-NUMERO TO WS-SESION-ABIERTA-NUM
                   DISPLAY "SESION " SESION-NUMERO " ABIERTA PARA "
                       WS-OPERADOR " EN LA CAJA " WS-TERMINAL "."
                   PERFORM PROPONER-FICHAJE
               END-IF
           END-IF.

      *> Quien abre la caja suele empezar su jornada: se le ofrece
      *> fichar la entrada sin salir al menu de jornada.
       PROPONER-FICHAJE.
           DISPLAY "Registrar la entrada de jornada de "
               WS-OPERADOR "? (S/N): "
           ACCEPT WS-FICHAR
           IF WS-FICHAR = "S" OR WS-FICHAR = "s"
               CALL "FICHAR-JORNADA" USING WS-FICHAJE-TIPO,
                   WS-FICHAJE-ORIGEN
           END-IF.

       CERRAR-SESION.
           IF WS-SESION-ABIERTA-NUM = 0
               DISPLAY "NO HAY SESION ABIERTA."
           END-PERFORM

           PERFORM TOTALIZAR-EFECTIVO-SESION
           PERFORM TOTALIZAR-ENVASES-SESION

           COMPUTE WS-DIFERENCIA = WS-CONTADO -
               (SESION-FONDO-INICIAL + WS-VENTAS-EFECTIVO -
                WS-ENVASES-DEVUELTOS)
           MOVE WS-VENTAS-EFECTIVO TO WS-IMPORTE-EDIT
           DISPLAY "Ventas en efectivo del turno: " WS-IMPORTE-EDIT
           MOVE WS-ENVASES-DEVUELTOS TO WS-IMPORTE-EDIT
           DISPLAY "Envases devueltos (salida)..: " WS-IMPORTE-EDIT
           MOVE SESION-FONDO-INICIAL TO WS-IMPORTE-EDIT
           DISPLAY "Fondo inicial...............: " WS-IMPORTE-EDIT
           MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDIT
           ELSE
               DISPLAY "Error al cerrar la sesion. Estado: "
                   WS-SESIONES-STATUS
               MOVE "ARQUEO-A-CIEGAS" TO WS-INC-PARRAFO
               MOVE "SESIONES-CAJA-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-SESIONES-STATUS TO WS-INC-ESTADO
               MOVE SESION-NUMERO TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

       TOTALIZAR-EFECTIVO-SESION.
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF TICKET-SESION = WS-SESION-CERRAR AND
                              NOT TICKET-ES-ANULADO
                               PERFORM SUMAR-EFECTIVO-TICKET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TICKETS
           END-IF.

      *> Solo las lineas de pago en efectivo entran en el cajon; un
      *> ticket sin lineas (anterior al pago mixto) va por su medio.
       SUMAR-EFECTIVO-TICKET.
           IF TICKET-PAGOS-CANT = 0
               IF TICKET-PAGO-EFECTIVO
                   ADD TICKET-TOTAL TO WS-VENTAS-EFECTIVO
               END-IF
           ELSE
               PERFORM VARYING WS-PG FROM 1 BY 1
                   UNTIL WS-PG > TICKET-PAGOS-CANT
                   IF TICKET-PL-EFECTIVO(WS-PG)
                       ADD TICKET-PAGO-IMPORTE(WS-PG)
                           TO WS-VENTAS-EFECTIVO
                   END-IF
               END-PERFORM
           END-IF.

      *> El deposito devuelto por envases vacios sale del cajon del
      *> turno que lo pago (DEVOLUCION-ENVASES sella la sesion).
       TOTALIZAR-ENVASES-SESION.
           MOVE ZEROES TO WS-ENVASES-DEVUELTOS
           OPEN INPUT ENVASES-DEVUELTOS
           IF WS-ENVDEV-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ ENVASES-DEVUELTOS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF ED-SESION = WS-SESION-CERRAR
                               ADD ED-IMPORTE TO WS-ENVASES-DEVUELTOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENVASES-DEVUELTOS
           END-IF.

       LISTAR-SESIONES-FECHA.
           DISPLAY "Fecha (AAAAMMDD): "
           ACCEPT WS-FECHA-LISTA
           DISPLAY "SESION  CAJA OPERADOR  APERTURA CIERRE   DIFERENCIA"
           MOVE "N" TO WS-EOF
           MOVE 0 TO SESION-NUMERO
           START SESIONES KEY IS NOT LESS SESION-NUMERO
                           MOVE SESION-DIFERENCIA
                               TO WS-DIFERENCIA-EDIT
                           DISPLAY SESION-NUMERO "  "
                               SESION-TERMINAL "    "
                               SESION-OPERADOR "  "
                               SESION-HORA-APERTURA "   "
                               SESION-HORA-CIERRE "   "
               END-READ
           END-PERFORM.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "SESION-CAJA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM SESION-CAJA.
