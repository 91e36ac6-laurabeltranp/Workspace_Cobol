           05 AG-CONFIRMADAS PIC Z(6)9.
           05 FILLER PIC X(7) VALUE "  dif: ".
           05 AG-DIF PIC -(6)9.
      * Cifras de control del acuse recibido (CONTROL-INTERCAMBIO).
           COPY INTERCAM REPLACING LEADING ==IX== BY ==WS-IX==.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- TRASPASOS EN TRANSITO ----------------------
           IF WS-TRANSITO-STATUS NOT = "00"
               DISPLAY "Sin libro de transito todavia (genere un "
                   "traspaso primero). Estado: " WS-TRANSITO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "TRASPASOS-TRANSITO-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-TRANSITO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           OPEN I-O TRANSITO-LINEAS
           CLOSE TRANSITO-LINEAS
           STOP RUN.

      *> Un acuse cortado o importado dos veces descuadraria lo
      *> confirmado: se verifica entero antes de tocar el libro.
       IMPORTAR-ACUSE.
           PERFORM VERIFICAR-INTERCAMBIO
           IF WS-IX-ACEPTADO
               PERFORM APLICAR-ACUSE
           END-IF.

       APLICAR-ACUSE.
           OPEN INPUT ACUSE-CSV
           IF WS-ACUSE-STATUS NOT = "00"
               DISPLAY "No se encontro TRASPASO-ACUSE-ENTRADA.csv."
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           EVALUATE TRUE
                               WHEN ACUSE-LINEA(1:4) = "#CAB" OR
                                    ACUSE-LINEA(1:4) = "#FIN"
                                   CONTINUE
                               WHEN WS-PRIMERA-LINEA = "S"
                                   MOVE "N" TO WS-PRIMERA-LINEA
                               WHEN OTHER
                                   PERFORM PROCESAR-LINEA-ACUSE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ACUSE-CSV
               DISPLAY "Lineas confirmadas: " WS-CONFIRMADAS
               DISPLAY "Lineas sin casar..: " WS-SIN-CASAR
               PERFORM CERRAR-TRASPASOS-COMPLETOS
               MOVE "R" TO WS-IX-OPERACION
               CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           END-IF.

      *----------------------- CIFRAS DE CONTROL -------------------------
      * Cuenta las lineas y suma las unidades del acuse contra su
      * pie, y casa la secuencia con el ultimo acuse de esa tienda.
       VERIFICAR-INTERCAMBIO.
           INITIALIZE WS-IX-PETICION
           MOVE "V" TO WS-IX-OPERACION
           MOVE "ACUSE" TO WS-IX-TIPO
           MOVE "GESTION-TRANSITO" TO WS-IX-PROGRAMA
           MOVE "TRASPASO-ACUSE-ENTRADA.csv" TO WS-IX-ARCHIVO
           MOVE "S" TO WS-IX-CON-TITULOS
           MOVE 3 TO WS-IX-COL-CANTIDAD
           CALL "CONTROL-INTERCAMBIO" USING WS-IX-PETICION
           IF NOT WS-IX-ACEPTADO
               DISPLAY "TRASPASO-ACUSE-ENTRADA.csv RECHAZADO: "
                   WS-IX-MOTIVO
               DISPLAY "No se confirmo nada: pida el acuse de nuevo "
                   "a la otra tienda."
               MOVE "VERIFICAR-INTERCAMBIO" TO WS-INC-PARRAFO
               MOVE "TRASPASO-ACUSE-ENTRADA.csv" TO WS-INC-ARCHIVO
               MOVE WS-IX-MOTIVO TO WS-INC-DETALLE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

       PROCESAR-LINEA-ACUSE.
               DISPLAY "        Valor del envio: EUR " WS-VALOR-EDIT
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-TRANSITO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-TRANSITO.
