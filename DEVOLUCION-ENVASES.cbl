       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLUCION-ENVASES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT ENVASES-DEVUELTOS
               ASSIGN TO "ENVASES-DEVUELTOS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENVDEV-STATUS.

           SELECT SESIONES
               ASSIGN TO "SESIONES-CAJA-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESION-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-SESIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTO.
           COPY PRODFLT.

       FD ENVASES-DEVUELTOS.
           COPY ENVDEV.

       FD SESIONES.
           COPY SESION.

       WORKING-STORAGE SECTION.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-ENVDEV-STATUS PIC XX.
       01 WS-SESIONES-STATUS PIC XX.
       01 WS-SESION-EOF PIC X VALUE "N".
       01 WS-SESION-ACTUAL PIC 9(6) VALUE 0.
       01 WS-OPERADOR-CAJA PIC X(8) VALUE SPACES.
       01 SINO PIC X VALUE "S".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-ENTRADA-ENVASE PIC X(13).
       01 WS-UNIDADES PIC 9(5).
       01 WS-IMPORTE PIC 9(7)V99.
       01 WS-TOTAL-ENTREGA PIC 9(7)V99 VALUE ZEROES.
       01 WS-IMPORTE-EDIT PIC Z(6)9.99.
       01 WS-TERMINAL PIC 9 VALUE 1.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- ENVASES DEVUELTOS --------------------------
      * El cliente trae los envases vacios y la caja le devuelve el
      * deposito en efectivo. Se pasa el articulo deposito (ID o
      * codigo de barras del envase) y las unidades; cada linea queda
      * en ENVASES-DEVUELTOS.dat con operador y sesion, y el cierre
      * de caja la resta del efectivo teorico.
       INICIO.
           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           OPEN EXTEND ENVASES-DEVUELTOS
           IF WS-ENVDEV-STATUS = "05" OR WS-ENVDEV-STATUS = "35"
               OPEN OUTPUT ENVASES-DEVUELTOS
           END-IF
           IF WS-ENVDEV-STATUS NOT = "00"
               DISPLAY "Error al abrir ENVASES-DEVUELTOS.dat. Estado: "
                   WS-ENVDEV-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "ENVASES-DEVUELTOS.dat" TO WS-INC-ARCHIVO
               MOVE WS-ENVDEV-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRODUCTO
               STOP RUN
           END-IF

           PERFORM BUSCAR-SESION-ABIERTA

           PERFORM UNTIL SINO NOT = "S"
               PERFORM REGISTRAR-ENVASE-DEVUELTO
               DISPLAY "Otro envase en la misma entrega? (S/N): "
               ACCEPT SINO
               IF SINO = "s"
                   MOVE "S" TO SINO
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-ENTREGA TO WS-IMPORTE-EDIT
           DISPLAY "----- DEVOLVER AL CLIENTE EN EFECTIVO: EUR "
               WS-IMPORTE-EDIT " -----"

           CLOSE ENVASES-DEVUELTOS
           CLOSE PRODUCTO
           STOP RUN.

       REGISTRAR-ENVASE-DEVUELTO.
           MOVE 'N' TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = 'S'
               DISPLAY "ID del envase o codigo de barras: "
               ACCEPT WS-ENTRADA-ENVASE
               PERFORM RESOLVER-ENVASE
           END-PERFORM

           MOVE 'N' TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = 'S'
               DISPLAY "Unidades devueltas: "
               ACCEPT WS-UNIDADES
               IF WS-UNIDADES NOT NUMERIC OR WS-UNIDADES = 0
                   DISPLAY "CANTIDAD INVALIDA."
               ELSE
                   MOVE 'S' TO WS-CAMPO-OK
               END-IF
           END-PERFORM

           COMPUTE WS-IMPORTE = WS-UNIDADES * PRODUCTO-PRECIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO ED-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO ED-HORA
           MOVE PRODUCTO-ID TO ED-ENVASE-ID
           MOVE WS-UNIDADES TO ED-UNIDADES
           MOVE WS-IMPORTE TO ED-IMPORTE
           MOVE WS-OPERADOR-CAJA TO ED-OPERADOR
           MOVE WS-SESION-ACTUAL TO ED-SESION
           MOVE WS-TERMINAL TO ED-TERMINAL
           WRITE ENVASE-DEVUELTO-REGISTRO
           IF WS-ENVDEV-STATUS = "00"
               ADD WS-IMPORTE TO WS-TOTAL-ENTREGA
               MOVE WS-IMPORTE TO WS-IMPORTE-EDIT
               DISPLAY PRODUCTO-DESCRIP " x " WS-UNIDADES
                   "  EUR " WS-IMPORTE-EDIT
           ELSE
               DISPLAY "Error al grabar la devolucion. Estado: "
                   WS-ENVDEV-STATUS
               MOVE "REGISTRAR-ENVASE-DEVUELTO" TO WS-INC-PARRAFO
               MOVE "ENVASES-DEVUELTOS.dat" TO WS-INC-ARCHIVO
               MOVE WS-ENVDEV-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *> Solo se aceptan articulos deposito: un producto normal no
      *> tiene deposito que devolver.
       RESOLVER-ENVASE.
           IF WS-ENTRADA-ENVASE(1:13) NUMERIC
               MOVE WS-ENTRADA-ENVASE(1:13) TO PRODUCTO-EAN
               READ PRODUCTO KEY IS PRODUCTO-EAN
                   INVALID KEY
                       DISPLAY "EAN NO ENCONTRADO EN EL CATALOGO."
                   NOT INVALID KEY
                       PERFORM COMPROBAR-ES-DEPOSITO
               END-READ
           ELSE
               IF WS-ENTRADA-ENVASE(1:6) NUMERIC AND
                  WS-ENTRADA-ENVASE(7:7) = SPACES
                   MOVE WS-ENTRADA-ENVASE(1:6) TO PRODUCTO-ID
                   READ PRODUCTO
                       INVALID KEY
                           DISPLAY "Producto no encontrado: "
                               PRODUCTO-ID
                       NOT INVALID KEY
                           PERFORM COMPROBAR-ES-DEPOSITO
                   END-READ
               ELSE
                   DISPLAY "ENTRADA INVALIDA: teclee el ID de seis "
                       "cifras o pase el codigo de barras."
               END-IF
           END-IF.

       COMPROBAR-ES-DEPOSITO.
           IF PRODUCTO-ES-DEPOSITO
               MOVE PRODUCTO-PRECIO TO WS-IMPORTE-EDIT
               DISPLAY "Envase: " PRODUCTO-DESCRIP "  deposito EUR "
                   WS-IMPORTE-EDIT
               MOVE 'S' TO WS-CAMPO-OK
           ELSE
               DISPLAY "EL PRODUCTO " PRODUCTO-ID " NO ES UN ARTICULO "
                   "DEPOSITO DE ENVASE."
           END-IF.

      *----------------------- SESION DE CAJA -----------------------------
      * La devolucion se sella con el turno abierto de esta caja para
      * que el arqueo de ese turno y el Z de la caja la descuenten del
      * efectivo esperado.
       BUSCAR-SESION-ABIERTA.
           CALL "OBTENER-TERMINAL" USING WS-TERMINAL
           MOVE 0 TO WS-SESION-ACTUAL
           OPEN INPUT SESIONES
           IF WS-SESIONES-STATUS = "00"
               MOVE "N" TO WS-SESION-EOF
               PERFORM UNTIL WS-SESION-EOF = "S"
                   READ SESIONES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-SESION-EOF
                       NOT AT END
                           IF SESION-ABIERTA AND
                              SESION-TERMINAL = WS-TERMINAL
                               MOVE SESION-NUMERO TO WS-SESION-ACTUAL
                               MOVE SESION-OPERADOR TO WS-OPERADOR-CAJA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESIONES
           END-IF
           IF WS-SESION-ACTUAL = 0
               DISPLAY "AVISO: SIN SESION DE CAJA ABIERTA "
                   "(SESION-CAJA opcion 1)."
               ACCEPT WS-OPERADOR-CAJA FROM ENVIRONMENT "OPERADOR"
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "DEVOLUCION-ENVASES" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM DEVOLUCION-ENVASES.
