                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT GASTOS
               ASSIGN TO "GASTOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-NUMERO
               FILE STATUS IS WS-GASTOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODOS.
       FD PRODUCTO.
           COPY PRODFLT.

       FD GASTOS.
           COPY GASTO.

       WORKING-STORAGE SECTION.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-VENTAS-STATUS PIC XX.
       01 WS-MERMAS-STATUS PIC XX.
       01 WS-RECEPCION-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-GASTOS-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-MES-CERRAR PIC 9(6).
       01 WS-TOTAL-MERMAS PIC 9(9)V99 VALUE ZEROES.
       01 WS-TOTAL-COMPRAS PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-TICKETS PIC 9(6) VALUE ZEROES.
       01 WS-TOTAL-GASTOS PIC 9(11)V99 VALUE ZEROES.
       01 WS-VALOR-RECEPCION PIC 9(9)V99.
       01 WS-IMPORTE-EDIT PIC Z(10)9.99.
       01 WS-TODOS-PROVEEDORES PIC 9(6) VALUE ZEROES.
           COPY SEGURIDAD.
      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- CIERRE CONTABLE MENSUAL --------------------
      * resumen inmutable en PERIODOS-CERRADOS-INDEXADO.dat y deja el
      * mes cerrado: a partir de ahi los programas que graban
      * movimientos con fecha (devoluciones, ajustes de inventario,
      * retiros, gastos) rechazan fechas dentro del periodo. Lo que
      * se entrego a la gestoria no se reescribe. Los gastos de
      * explotacion del mes (base, sin IVA) se muestran para cotejo
      * pero no forman parte del resumen grabado. Cerrado el mes se
      * devengan los rappels de proveedores hasta su ultimo dia y se
      * deja el informe de progreso RAPPELS-PROGRESO-AAAAMM.txt.
       INICIO.
           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF NOT OPERADOR-AUTORIZADO
           IF WS-PERIODOS-STATUS NOT = "00"
               DISPLAY "Error al abrir los periodos. Estado: "
                   WS-PERIODOS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PERIODOS-CERRADOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PERIODOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           PERFORM TOTALIZAR-TICKETS-MES
           PERFORM TOTALIZAR-MERMAS-MES
           PERFORM TOTALIZAR-COMPRAS-MES
           PERFORM TOTALIZAR-GASTOS-MES

           DISPLAY "----- CIERRE DEL MES " WS-MES-CERRAR " -----"
           DISPLAY "TICKETS......: " WS-TOTAL-TICKETS
           DISPLAY "MERMAS EUR...: " WS-IMPORTE-EDIT
           MOVE WS-TOTAL-COMPRAS TO WS-IMPORTE-EDIT
           DISPLAY "COMPRAS EUR..: " WS-IMPORTE-EDIT
           MOVE WS-TOTAL-GASTOS TO WS-IMPORTE-EDIT
           DISPLAY "GASTOS EUR...: " WS-IMPORTE-EDIT

           DISPLAY "Confirma el cierre DEFINITIVO del mes? (S/N): "
           ACCEPT WS-CONFIRMA
               WRITE PERIODO-REGISTRO INVALID KEY
                   DISPLAY "Error al grabar el cierre. Estado: "
                       WS-PERIODOS-STATUS
                   MOVE "INICIO" TO WS-INC-PARRAFO
                   MOVE "PERIODOS-CERRADOS-INDEXADO.dat"
                       TO WS-INC-ARCHIVO
                   MOVE WS-PERIODOS-STATUS TO WS-INC-ESTADO
                   MOVE PER-MES TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-WRITE
               IF WS-PERIODOS-STATUS = "00"
                   DISPLAY "MES " WS-MES-CERRAR " CERRADO."
                   CALL "DEVENGO-RAPPELS" USING WS-MES-CERRAR,
                       WS-TODOS-PROVEEDORES
               END-IF
           ELSE
               DISPLAY "Cierre cancelado por el usuario."

      *> Compras valoradas al costo vigente del maestro: la recepcion
      *> no guarda costo propio, el medio ponderado es la mejor
      *> aproximacion disponible. La entrada en consigna no es
      *> compra: lo vendido se compra al liquidar el deposito.
       TOTALIZAR-COMPRAS-MES.
           OPEN INPUT RECEPCIONES
           IF WS-RECEPCION-STATUS = "00"
               INVALID KEY
                   MOVE ZEROES TO PRODUCTO-COSTO
           END-READ
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO PRODUCTO-COSTO
           END-IF
           COMPUTE WS-VALOR-RECEPCION =
               RECEPCION-UNIDADES * PRODUCTO-COSTO
           ADD WS-VALOR-RECEPCION TO WS-TOTAL-COMPRAS.

       TOTALIZAR-GASTOS-MES.
           OPEN INPUT GASTOS
           IF WS-GASTOS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ GASTOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF GA-FECHA(1:6) = WS-MES-CERRAR AND
                              GA-VIGENTE
                               ADD GA-BASE TO WS-TOTAL-GASTOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GASTOS
           END-IF.

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
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "CIERRE-MENSUAL" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.


       END PROGRAM CIERRE-MENSUAL.
