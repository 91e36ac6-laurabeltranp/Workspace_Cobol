       01 WS-UNIDADES-NUM PIC 9(6).
       01 WS-ACUSE-STATUS PIC XX.
       01 WS-TRASPASO-NUM PIC 9(6) VALUE ZEROES.
      * Cifras de control del traspaso recibido y del acuse que se
      * devuelve (CONTROL-INTERCAMBIO).
           COPY INTERCAM REPLACING LEADING ==IX== BY ==WS-IX==.
           COPY INTERCAM REPLACING LEADING ==IX== BY ==WS-ACUSE-IX==.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- RECEPCION DE TRASPASO ----------------------
      * (layout de EXPORTAR-CATALOGO mas la columna de unidades),
      * suma las unidades al stock y da de alta los productos que
      * aqui no existian, dejando kardex y auditoria de cada linea.
      * El archivo se verifica entero contra su cabecera y su pie
      * antes de abrir nada: uno cortado, repetido o fuera de
      * secuencia no suma ni una unidad.
       INICIO.
           PERFORM VERIFICAR-INTERCAMBIO
           IF NOT WS-IX-ACEPTADO
               STOP RUN
           END-IF

           OPEN I-O PRODUCTO
           IF WS-PRODUCTO-STATUS = "35"
               OPEN OUTPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "No se pudo abrir TRASPASO-ENTRADA.csv. "
                   "Estado: " WS-CSV-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "TRASPASO-ENTRADA.csv" TO WS-INC-ARCHIVO
               MOVE WS-CSV-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRODUCTO
               STOP RUN
           END-IF
               OPEN OUTPUT PRODUCTO-AUDITORIA
           END-IF

      *> El acuse vuelve a la tienda que mando el traspaso, con su
      *> propia cabecera y pie de control.
           OPEN OUTPUT ACUSE-CSV
           INITIALIZE WS-ACUSE-IX-PETICION
           MOVE "A" TO WS-ACUSE-IX-OPERACION
           MOVE "ACUSE" TO WS-ACUSE-IX-TIPO
           MOVE WS-IX-SOCIO TO WS-ACUSE-IX-SOCIO
           MOVE "IMPORTAR-TRASPASO" TO WS-ACUSE-IX-PROGRAMA
           MOVE "TRASPASO-ACUSE.csv" TO WS-ACUSE-IX-ARCHIVO
           MOVE "S" TO WS-ACUSE-IX-CON-TITULOS
           MOVE 3 TO WS-ACUSE-IX-COL-CANTIDAD
           CALL "CONTROL-INTERCAMBIO" USING WS-ACUSE-IX-PETICION
           MOVE WS-ACUSE-IX-CABECERA TO ACUSE-LINEA
           WRITE ACUSE-LINEA
           MOVE "TRASPASO,PRODUCTO,UNIDADES" TO ACUSE-LINEA
           WRITE ACUSE-LINEA

                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TRASPASO-LINEA(1:4) = "#CAB" OR
                                TRASPASO-LINEA(1:4) = "#FIN"
                               CONTINUE
                           WHEN WS-PRIMERA-LINEA = "S"
                               MOVE "N" TO WS-PRIMERA-LINEA
                           WHEN OTHER
                               PERFORM PROCESAR-LINEA-TRASPASO
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE KARDEX
           CLOSE PRODUCTO-AUDITORIA
           CLOSE ACUSE-CSV
           MOVE "C" TO WS-ACUSE-IX-OPERACION
           CALL "CONTROL-INTERCAMBIO" USING WS-ACUSE-IX-PETICION
           MOVE "R" TO WS-IX-OPERACION
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           DISPLAY "Acuse de recibo generado en TRASPASO-ACUSE.csv: "
               "enviarlo a la tienda emisora."
           STOP RUN.

      *----------------------- CIFRAS DE CONTROL -------------------------
      * Cuenta las lineas y suma unidades y precios del archivo
      * contra su pie, y casa la secuencia con la ultima recibida
      * de la misma tienda.
       VERIFICAR-INTERCAMBIO.
           INITIALIZE WS-IX-PETICION
           MOVE "V" TO WS-IX-OPERACION
           MOVE "TRASPASO" TO WS-IX-TIPO
           MOVE "IMPORTAR-TRASPASO" TO WS-IX-PROGRAMA
           MOVE "TRASPASO-ENTRADA.csv" TO WS-IX-ARCHIVO
           MOVE "S" TO WS-IX-CON-TITULOS
           MOVE 11 TO WS-IX-COL-CANTIDAD
           MOVE 4 TO WS-IX-COL-IMPORTE
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           IF NOT WS-IX-ACEPTADO
               DISPLAY "TRASPASO-ENTRADA.csv RECHAZADO: " WS-IX-MOTIVO
               DISPLAY "No se aplico nada: pida el archivo de nuevo "
                   "a la tienda emisora."
               MOVE "VERIFICAR-INTERCAMBIO" TO WS-INC-PARRAFO
               MOVE "TRASPASO-ENTRADA.csv" TO WS-INC-ARCHIVO
               MOVE WS-IX-MOTIVO TO WS-INC-DETALLE
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
           ELSE
               DISPLAY "Traspaso de " WS-IX-SOCIO " secuencia "
                   WS-IX-SECUENCIA ": " WS-IX-REGISTROS
                   " lineas, cifras de control correctas."
           END-IF.

       PROCESAR-LINEA-TRASPASO.
           UNSTRING TRASPASO-LINEA DELIMITED BY ","
               INTO WS-CAMPO-ID
           ELSE
               DISPLAY "Error al sumar stock de " PRODUCTO-ID
                   ". Estado: " WS-PRODUCTO-STATUS
               MOVE "SUMAR-UNIDADES-TRASPASO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               MOVE PRODUCTO-ID TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *> Producto desconocido en esta tienda: se registra con los
           MOVE ZEROES TO PRODUCTO-COSTO
           MOVE "N" TO PRODUCTO-DISCONTINUADO
           MOVE ZEROES TO PRODUCTO-FAMILIA
           MOVE SPACE TO PRODUCTO-RESTRICCION-EDAD
           MOVE ZEROES TO PRODUCTO-ENVASE-ID
           MOVE "N" TO PRODUCTO-ES-ENVASE
           MOVE "N" TO PRODUCTO-CONSIGNA
           MOVE SPACE TO PRODUCTO-CLASE-TEMP
           MOVE ZEROES TO PRODUCTO-CONTENIDO-NETO
           MOVE SPACE TO PRODUCTO-UNIDAD-CONTENIDO
           MOVE ZEROES TO PRODUCTO-FIN-LIQUIDACION
           WRITE PRODUCTO-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-DESCARTADAS
                   DISPLAY "Error al dar de alta " PRODUCTO-ID
                       ". Estado: " WS-PRODUCTO-STATUS
                   MOVE "ALTA-PRODUCTO-TRASPASO" TO WS-INC-PARRAFO
                   MOVE "producto.dat" TO WS-INC-ARCHIVO
                   MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
                   MOVE PRODUCTO-ID TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               NOT INVALID KEY
                   ADD 1 TO WS-RECIBIDAS
                   ADD 1 TO WS-ALTAS
           MOVE WS-UNIDADES-NUM TO KARDEX-UNIDADES
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
           MOVE "IMPORTAR-TRASPASO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM IMPORTAR-TRASPASO.
