       01 TRASPASO-ENCABEZADO PIC X(170) VALUE
           "ID,CONTROL,DESCRIPCION,PRECIO,STOCK,CADUCIDAD,CRITICO,
      -    "PROVEEDOR,UBICACION,EAN,UNIDADES,TRASPASO".
      * Cifras de control del archivo (CONTROL-INTERCAMBIO).
           COPY INTERCAM REPLACING LEADING ==IX== BY ==WS-IX==.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- TRASPASO A OTRA TIENDA ---------------------
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

      *> El destino va en la secuencia de control del archivo: se
      *> pide antes de abrirlo.
           DISPLAY "Tienda de destino: "
           ACCEPT WS-TIENDA-DESTINO

           OPEN OUTPUT TRASPASO-CSV
           INITIALIZE WS-IX-PETICION
           MOVE "A" TO WS-IX-OPERACION
           MOVE "TRASPASO" TO WS-IX-TIPO
           MOVE WS-TIENDA-DESTINO TO WS-IX-SOCIO
           MOVE "EXPORTAR-TRASPASO" TO WS-IX-PROGRAMA
           MOVE "TRASPASO-SALIDA.csv" TO WS-IX-ARCHIVO
           MOVE "S" TO WS-IX-CON-TITULOS
           MOVE 11 TO WS-IX-COL-CANTIDAD
           MOVE 4 TO WS-IX-COL-IMPORTE
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           MOVE WS-IX-CABECERA TO TRASPASO-LINEA
           WRITE TRASPASO-LINEA
           MOVE TRASPASO-ENCABEZADO TO TRASPASO-LINEA
           WRITE TRASPASO-LINEA


           PERFORM ABRIR-TRANSITO

           PERFORM UNTIL SINO NOT = "S"
               PERFORM ENVIAR-UNA-LINEA
               DISPLAY "Desea enviar otro producto? (S/N): "
           CLOSE PRODUCTO-AUDITORIA
           CLOSE TRANSITO
           CLOSE TRANSITO-LINEAS
      *> Pie con las cifras de control: unidades enviadas y precios.
           MOVE "C" TO WS-IX-OPERACION
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           DISPLAY "TRASPASO " WS-TRASPASO-NUMERO " GENERADO: "
               WS-LINEAS " lineas, valor "
               WS-VALOR-TOTAL " EUR, en TRASPASO-SALIDA.csv"
           WRITE TRANSITO-LINEA-REGISTRO INVALID KEY
               DISPLAY "Error al grabar la linea de transito. "
                   "Estado: " WS-TRANSLIN-STATUS
               MOVE "GRABAR-LINEA-TRANSITO" TO WS-INC-PARRAFO
               MOVE "TRASPASOS-TRANSITO-LINEAS.dat" TO WS-INC-ARCHIVO
               MOVE WS-TRANSLIN-STATUS TO WS-INC-ESTADO
               MOVE TRL-CLAVE TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE.

       GRABAR-CABECERA-TRANSITO.
               WRITE TRANSITO-REGISTRO INVALID KEY
                   DISPLAY "Error al grabar el transito. Estado: "
                       WS-TRANSITO-STATUS
                   MOVE "GRABAR-CABECERA-TRANSITO" TO WS-INC-PARRAFO
                   MOVE "TRASPASOS-TRANSITO-INDEXADO.dat"
                       TO WS-INC-ARCHIVO
                   MOVE WS-TRANSITO-STATUS TO WS-INC-ESTADO
                   MOVE TT-NUMERO TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-WRITE
           END-IF.

           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "Error al descontar el stock. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "CONFIRMAR-ENVIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               MOVE PRODUCTO-ID TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               PERFORM ESCRIBIR-LINEA-TRASPASO
               PERFORM GRABAR-KARDEX-ENVIO
           MOVE WS-UNIDADES-MOVER TO KARDEX-UNIDADES
           MOVE PRODUCTO-STOCK TO KARDEX-STOCK-RESULTANTE
           MOVE PRODUCTO-COSTO TO KARDEX-COSTO-UNITARIO
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO KARDEX-COSTO-UNITARIO
           END-IF
           COMPUTE KARDEX-VALOR =
               KARDEX-UNIDADES * KARDEX-COSTO-UNITARIO
           WRITE KARDEX-REGISTRO.
           MOVE WS-VALOR-DESPUES TO AUDITORIA-VALOR-DESPUES
           WRITE AUDITORIA-REGISTRO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "EXPORTAR-TRASPASO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM EXPORTAR-TRASPASO.
