           05 LD-ORIGEN PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-HAY PIC Z(5)9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- REPOSICION DE ESTANTERIA -------------------
           IF WS-UBI-STATUS NOT = "00"
               DISPLAY "No se pudo abrir STOCK-UBICACIONES.dat. "
                   "Estado: " WS-UBI-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "STOCK-UBICACIONES.dat" TO WS-INC-ARCHIVO
               MOVE WS-UBI-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           OPEN INPUT PRODUCTO
               DISPLAY "REPOSICION DE ESTANTERIA"
               DISPLAY "1. FIJAR MINIMO Y CAPACIDAD DE UN CASILLERO."
               DISPLAY "2. LISTADO DE REPOSICION (QUE MOVER)."
               DISPLAY "3. FIJAR FRENTES Y CM LINEALES DE UN CASILLERO."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
                       PERFORM FIJAR-MINIMO-CASILLERO
                   WHEN 2
                       PERFORM GENERAR-LISTADO-REPOSICION
                   WHEN 3
                       PERFORM FIJAR-ESPACIO-CASILLERO
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                   DISPLAY "Casillero actualizado."
           END-READ.

      *> Frentes y centimetros que ocupa el producto en la
      *> estanteria; en la trastienda se dejan a cero.
       FIJAR-ESPACIO-CASILLERO.
           DISPLAY "ID del producto: "
           ACCEPT WS-PRODUCTO-BIN
           DISPLAY "Ubicacion (casillero): "
           ACCEPT WS-UBICACION-BIN
           MOVE WS-PRODUCTO-BIN TO SU-PRODUCTO-ID
           MOVE WS-UBICACION-BIN TO SU-UBICACION
           READ STOCK-UBICACIONES
               INVALID KEY
                   DISPLAY "EL PRODUCTO NO TIENE STOCK EN ESE "
                       "CASILLERO."
               NOT INVALID KEY
                   DISPLAY "Frentes: " SU-FRENTES
                       "  Cm lineales: " SU-CM-LINEALES
                       "  Capacidad: " SU-CAPACIDAD
                   DISPLAY "Frentes a la vista: "
                   ACCEPT SU-FRENTES
                   IF SU-FRENTES NOT NUMERIC
                       MOVE ZEROES TO SU-FRENTES
                   END-IF
                   DISPLAY "Centimetros lineales de estanteria: "
                   ACCEPT SU-CM-LINEALES
                   IF SU-CM-LINEALES NOT NUMERIC
                       MOVE ZEROES TO SU-CM-LINEALES
                   END-IF
                   IF SU-FRENTES > 0 AND SU-CM-LINEALES = 0
                       DISPLAY "AVISO: con frentes y sin centimetros "
                           "el casillero no entra en el informe de "
                           "espacio."
                   END-IF
                   REWRITE STOCK-UBI-REGISTRO
                   DISPLAY "Casillero actualizado."
           END-READ.

       GENERAR-LISTADO-REPOSICION.
           OPEN OUTPUT LISTADO-TXT
           MOVE LISTA-ENCABEZADO TO LISTADO-LINEA
               END-READ
           END-PERFORM.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPONER-ESTANTERIA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPONER-ESTANTERIA.
