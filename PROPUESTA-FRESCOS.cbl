               RECORD KEY IS LOTE-CLAVE
               FILE STATUS IS WS-LOTES-STATUS.

           SELECT VENTAS-PERDIDAS
               ASSIGN TO "VENTAS-PERDIDAS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERDIDAS-STATUS.

           SELECT PROPUESTA-TXT
               ASSIGN TO "PROPUESTA-FRESCOS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD LOTES.
           COPY LOTE.

       FD VENTAS-PERDIDAS.
           COPY VPERDIDA.

       FD PROPUESTA-TXT.
       01 PROPUESTA-LINEA PIC X(120).

       01 WS-VENTAS-STATUS PIC XX.
       01 WS-LOTES-STATUS PIC XX.
       01 WS-PROPUESTA-STATUS PIC XX.
       01 WS-PERDIDAS-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-LOTES PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 PP-PEDIR PIC Z(4)9.
       01 WS-MEDIA PIC 9(5)V9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- PROPUESTA DE FRESCOS -----------------------
               STOP RUN
           END-IF
           PERFORM ACUMULAR-VENTAS-REFERENCIA
           PERFORM ACUMULAR-PERDIDAS-REFERENCIA
           PERFORM CARGAR-VENCIMIENTOS
           PERFORM CALCULAR-PROPUESTA
           PERFORM ORDENAR-POR-PROVEEDOR
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "CARGAR-FRESCOS" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
                   NOT AT END
                       IF PRODUCTO-CADUCIDAD > 0 AND
                          PRODUCTO-CADUCIDAD <= WS-LIMITE-FRESCO AND
                          NOT PRODUCTO-SIN-REPOSICION
                           PERFORM ANOTAR-FRESCO
                       END-IF
               END-READ
               END-IF
           END-PERFORM.

      *> Lo que se pidio sin stock esos mismos dias tambien es
      *> demanda: sin sumarlo, el pan que se acaba a mediodia se
      *> pediria cada semana de menos.
       ACUMULAR-PERDIDAS-REFERENCIA.
           OPEN INPUT VENTAS-PERDIDAS
           IF WS-PERDIDAS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ VENTAS-PERDIDAS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF VP-PRODUCTO-ID > 0
                               PERFORM CLASIFICAR-PERDIDA-REF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTAS-PERDIDAS
           END-IF.

       CLASIFICAR-PERDIDA-REF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               IF VP-FECHA = FR-FECHA(WS-I)
                   PERFORM SUMAR-PERDIDA-FRESCO
                   MOVE 5 TO WS-I
               END-IF
           END-PERFORM.

       SUMAR-PERDIDA-FRESCO.
           PERFORM VARYING TF-IDX FROM 1 BY 1
               UNTIL TF-IDX > WS-TABLA-CANT
               IF TF-PRODUCTO-ID(TF-IDX) = VP-PRODUCTO-ID
                   ADD VP-CANTIDAD TO TF-VENDIDO(TF-IDX)
                   SET TF-IDX TO 501
               END-IF
           END-PERFORM.

      *> Stock que no sirve para maniana: unidades de lotes que
      *> caducan hoy o maniana.
       CARGAR-VENCIMIENTOS.
                           MOVE "S" TO WS-EOF-LOTES
                       NOT AT END
                           IF LOTE-UNIDADES > 0 AND
                              NOT LOTE-EN-CUARENTENA AND
                              LOTE-CADUCIDAD <= WS-MANANA
                               PERFORM ANOTAR-VENCIMIENTO
                           END-IF
           WRITE PROPUESTA-LINEA
           DISPLAY PROP-DETALLE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "PROPUESTA-FRESCOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM PROPUESTA-FRESCOS.
