           05 ED-CONFIRMADA PIC Z(5)9.
           05 FILLER PIC X(9) VALUE " FALTAN: ".
           05 ED-FALTA PIC Z(5)9.
      * Cifras de control del archivo recibido (CONTROL-INTERCAMBIO).
           COPY INTERCAM REPLACING LEADING ==IX== BY ==WS-IX==.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- CONFIRMACION DE PEDIDO ---------------------
      * CONFIRMACION-EXCEPCIONES.txt para que el comprador busque el
      * genero en otro lado antes de que falte en la estanteria. Una
      * fecha de entrega confirmada pisa la fecha prevista del
      * pedido. La confirmacion se verifica entera contra su
      * cabecera y su pie antes de abrir los pedidos.
       INICIO.
           PERFORM VERIFICAR-INTERCAMBIO
           IF NOT WS-IX-ACEPTADO
               STOP RUN
           END-IF

           OPEN INPUT CONFIRMACION-CSV
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "No se encontro CONFIRMACION-ENTRADA.csv."
              WS-LINEAS-STATUS NOT = "00"
               DISPLAY "No se pudieron abrir los pedidos. Estados: "
                   WS-PEDIDOS-STATUS " / " WS-LINEAS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PEDIDOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PEDIDOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE CONFIRMACION-CSV
               STOP RUN
           END-IF
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CONF-LINEA(1:4) = "#CAB" OR
                                CONF-LINEA(1:4) = "#FIN"
                               CONTINUE
                           WHEN WS-PRIMERA-LINEA = "S"
                               MOVE "N" TO WS-PRIMERA-LINEA
                           WHEN OTHER
                               PERFORM PROCESAR-LINEA-CONFIRMACION
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE PEDIDOS-LINEAS
           CLOSE PRODUCTO
           CLOSE EXCEPCIONES-TXT
           MOVE "R" TO WS-IX-OPERACION
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           DISPLAY "LINEAS CONFIRMADAS: " WS-CONFIRMADAS
           DISPLAY "LINEAS RECORTADAS.: " WS-RECORTADAS
           DISPLAY "LINEAS RECHAZADAS.: " WS-RECHAZADAS
           END-IF
           STOP RUN.

      *----------------------- CIFRAS DE CONTROL -------------------------
      * Cuenta las lineas y suma las cantidades confirmadas contra
      * su pie, y casa la secuencia con la ultima confirmacion del
      * mismo proveedor.
       VERIFICAR-INTERCAMBIO.
           INITIALIZE WS-IX-PETICION
           MOVE "V" TO WS-IX-OPERACION
           MOVE "CONFIRMA" TO WS-IX-TIPO
           MOVE "IMPORTAR-CONFIRMACION" TO WS-IX-PROGRAMA
           MOVE "CONFIRMACION-ENTRADA.csv" TO WS-IX-ARCHIVO
           MOVE "S" TO WS-IX-CON-TITULOS
           MOVE 4 TO WS-IX-COL-CANTIDAD
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           IF NOT WS-IX-ACEPTADO
               DISPLAY "CONFIRMACION-ENTRADA.csv RECHAZADO: "
                   WS-IX-MOTIVO
               DISPLAY "No se aplico nada: pida el archivo de nuevo "
                   "al proveedor."
               MOVE "VERIFICAR-INTERCAMBIO" TO WS-INC-PARRAFO
               MOVE "CONFIRMACION-ENTRADA.csv" TO WS-INC-ARCHIVO
               MOVE WS-IX-MOTIVO TO WS-INC-DETALLE
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
           END-IF.

       PROCESAR-LINEA-CONFIRMACION.
           UNSTRING CONF-LINEA DELIMITED BY ","
               INTO WS-CAMPO-PEDIDO
              WS-CAMPO-CANTIDAD(1:6) NOT NUMERIC
               ADD 1 TO WS-RECHAZADAS
               DISPLAY "Linea rechazada: " CONF-LINEA
               MOVE "PROCESAR-LINEA-CONFIRMACION" TO WS-INC-PARRAFO
               MOVE "CONFIRMACION-ENTRADA.csv" TO WS-INC-ARCHIVO
               MOVE CONF-LINEA TO WS-INC-DETALLE
               PERFORM REGISTRAR-INCIDENCIA-AVISO
           ELSE
               MOVE WS-CAMPO-PEDIDO(1:6) TO PL-PEDIDO-NUMERO
               MOVE WS-CAMPO-LINEA(1:3) TO PL-LINEA
                       ADD 1 TO WS-RECHAZADAS
                       DISPLAY "Linea de pedido inexistente: "
                           CONF-LINEA
                       MOVE "PROCESAR-LINEA-CONFIRMACION"
                           TO WS-INC-PARRAFO
                       MOVE "CONFIRMACION-ENTRADA.csv" TO WS-INC-ARCHIVO
                       MOVE WS-CAMPO-PEDIDO(1:6) TO WS-INC-CLAVE
                       MOVE CONF-LINEA TO WS-INC-DETALLE
                       PERFORM REGISTRAR-INCIDENCIA-AVISO
                   NOT INVALID KEY
                       PERFORM APLICAR-CONFIRMACION
               END-READ
           WRITE EXCEP-LINEA
           DISPLAY EXCEP-DETALLE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-AVISO.
           MOVE "A" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "IMPORTAR-CONFIRMACION" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM IMPORTAR-CONFIRMACION.
