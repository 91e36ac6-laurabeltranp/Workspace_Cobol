           05 IM-COSTO PIC Z(4)9.99.
           05 FILLER PIC X(10) VALUE " MARGEN%: ".
           05 IM-MARGEN PIC -(2)9.99.
      * Cifras de control del archivo recibido (CONTROL-INTERCAMBIO).
           COPY INTERCAM REPLACING LEADING ==IX== BY ==WS-IX==.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- IMPORTACION DE COSTOS ----------------------
      * por debajo del umbral con el costo nuevo. Solo tras verlo y
      * confirmarse (supervisado) se aplican los costos, con el mismo
      * rastro que deja el reprecio masivo: auditoria por producto y
      * entrada en el historico de costos. La tarifa se verifica
      * entera contra su cabecera y su pie antes de la primera
      * pasada.
       INICIO.
           PERFORM VERIFICAR-INTERCAMBIO
           IF NOT WS-IX-ACEPTADO
               STOP RUN
           END-IF

           DISPLAY "Umbral de margen en % (p.ej. 01000 = 10,00): "
           ACCEPT WS-UMBRAL-PCT
           IF WS-UMBRAL-PCT NOT NUMERIC
           MOVE ZEROES TO WS-BAJO-UMBRAL
           MOVE ZEROES TO WS-RECHAZADAS
           PERFORM PROCESAR-ARCHIVO-COSTOS
           MOVE "R" TO WS-IX-OPERACION
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           DISPLAY "COSTOS ACTUALIZADOS: " WS-ACTUALIZADOS
           STOP RUN.

      *----------------------- CIFRAS DE CONTROL -------------------------
      * Cuenta las lineas y suma los costos de la tarifa contra su
      * pie, y casa la secuencia con la ultima tarifa recibida del
      * mismo proveedor.
       VERIFICAR-INTERCAMBIO.
           INITIALIZE WS-IX-PETICION
           MOVE "V" TO WS-IX-OPERACION
           MOVE "COSTOS" TO WS-IX-TIPO
           MOVE "IMPORTAR-COSTOS" TO WS-IX-PROGRAMA
           MOVE "COSTOS-ENTRADA.csv" TO WS-IX-ARCHIVO
           MOVE "S" TO WS-IX-CON-TITULOS
           MOVE 2 TO WS-IX-COL-IMPORTE
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           IF NOT WS-IX-ACEPTADO
               DISPLAY "COSTOS-ENTRADA.csv RECHAZADO: "
                   WS-IX-MOTIVO
               DISPLAY "No se aplico nada: pida el archivo de nuevo "
                   "al proveedor."
               MOVE "VERIFICAR-INTERCAMBIO" TO WS-INC-PARRAFO
               MOVE "COSTOS-ENTRADA.csv" TO WS-INC-ARCHIVO
               MOVE WS-IX-MOTIVO TO WS-INC-DETALLE
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
           END-IF.

       PROCESAR-ARCHIVO-COSTOS.
           OPEN INPUT COSTOS-CSV
           IF WS-CSV-STATUS NOT = "00"
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN COSTOS-LINEA(1:4) = "#CAB" OR
                                COSTOS-LINEA(1:4) = "#FIN"
                               CONTINUE
                           WHEN WS-PRIMERA-LINEA = "S"
                               MOVE "N" TO WS-PRIMERA-LINEA
                           WHEN OTHER
                               PERFORM PROCESAR-LINEA-COSTO
                       END-EVALUATE
               END-READ
           END-PERFORM

               ADD 1 TO WS-RECHAZADAS
               DISPLAY "Linea rechazada (costo invalido): "
                   COSTOS-LINEA
               MOVE "PROCESAR-LINEA-COSTO" TO WS-INC-PARRAFO
               MOVE "COSTOS-ENTRADA.csv" TO WS-INC-ARCHIVO
               MOVE COSTOS-LINEA TO WS-INC-DETALLE
               PERFORM REGISTRAR-INCIDENCIA-AVISO
           ELSE
               MOVE WS-CAMPO-COSTO(1:7) TO WS-COSTO-NUEVO
               PERFORM LOCALIZAR-PRODUCTO
                   ADD 1 TO WS-RECHAZADAS
                   DISPLAY "Codigo sin producto en el catalogo: "
                       WS-CAMPO-CODIGO
                   MOVE "PROCESAR-LINEA-COSTO" TO WS-INC-PARRAFO
                   MOVE "COSTOS-ENTRADA.csv" TO WS-INC-ARCHIVO
                   MOVE WS-CAMPO-CODIGO TO WS-INC-CLAVE
                   MOVE "CODIGO SIN PRODUCTO EN EL CATALOGO"
                       TO WS-INC-DETALLE
                   PERFORM REGISTRAR-INCIDENCIA-AVISO
               END-IF
           END-IF.

           ELSE
               DISPLAY "Error al actualizar " PRODUCTO-ID
                   ". Estado: " WS-PRODUCTO-STATUS
               MOVE "APLICAR-COSTO-PRODUCTO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               MOVE PRODUCTO-ID TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-AVISO.
           MOVE "A" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "IMPORTAR-COSTOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM IMPORTAR-COSTOS.
