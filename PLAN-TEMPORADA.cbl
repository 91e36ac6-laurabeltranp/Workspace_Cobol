       01 WS-MES-CIERRE PIC 9(6).
       01 WS-VOLCAR PIC X.
       01 WS-SUGERIDO PIC S9(7).
       01 WS-SIN-REPOSICION PIC X VALUE "N".
       01 WS-I PIC 9(4).
       01 WS-J PIC 9(4).

           05 PD-STOCK PIC Z(4)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 PD-SUGERIDO PIC Z(5)9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- PLAN DE PRE-TEMPORADA ----------------------
                   END-READ
               END-PERFORM
               CLOSE VENTAS-ARCHIVO
           ELSE
               IF WS-ARCHIVO-STATUS NOT = "35"
                   MOVE "ACUMULAR-VENTAS-TEMPORADA" TO WS-INC-PARRAFO
                   MOVE WS-NOMBRE-ARCHIVO TO WS-INC-ARCHIVO
                   MOVE WS-ARCHIVO-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF

           OPEN INPUT VENTAS
                   END-READ
               END-PERFORM
               CLOSE VENTAS
           ELSE
               IF WS-VENTAS-STATUS NOT = "35"
                   MOVE "ACUMULAR-VENTAS-TEMPORADA" TO WS-INC-PARRAFO
                   MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       ACUMULAR-VENDIDO.
           ELSE
               DISPLAY "Sin SNAPSHOT-STOCK.dat: el sobrante de la "
                   "temporada pasada sale en cero."
               IF WS-SNAPSHOT-STATUS NOT = "35"
                   MOVE "CARGAR-SOBRANTES" TO WS-INC-PARRAFO
                   MOVE "SNAPSHOT-STOCK.dat" TO WS-INC-ARCHIVO
                   MOVE WS-SNAPSHOT-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       ANOTAR-SOBRANTE.

       CARGAR-STOCK-Y-SUGERIR.
           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00" AND
              WS-PRODUCTO-STATUS NOT = "35"
               MOVE "CARGAR-STOCK-Y-SUGERIR" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF
           PERFORM VARYING TP-IDX FROM 1 BY 1
               UNTIL TP-IDX > WS-TABLA-CANT
               MOVE TP-PRODUCTO-ID(TP-IDX) TO PRODUCTO-ID
               MOVE "N" TO WS-SIN-REPOSICION
               READ PRODUCTO
                   INVALID KEY
                       CONTINUE
                       MOVE PRODUCTO-PROVEEDOR-ID
                           TO TP-PROVEEDOR-ID(TP-IDX)
                       MOVE PRODUCTO-STOCK TO TP-STOCK-HOY(TP-IDX)
                       IF PRODUCTO-SIN-REPOSICION
                           MOVE "S" TO WS-SIN-REPOSICION
                       END-IF
               END-READ
      *> Sugerido: lo vendido menos lo que sobro entonces y menos lo
      *> que ya hay en casa. Nunca negativo.
               COMPUTE WS-SUGERIDO = TP-VENDIDO(TP-IDX)
                   - TP-SOBRANTE(TP-IDX) - TP-STOCK-HOY(TP-IDX)
      *> Lo que esta en liquidacion o de baja no se vuelve a pedir.
               IF WS-SUGERIDO < 0 OR WS-SIN-REPOSICION = "S"
                   MOVE 0 TO WS-SUGERIDO
               END-IF
               MOVE WS-SUGERIDO TO TP-SUGERIDO(TP-IDX)
               INTO REORDEN-CSV-LINEA
           WRITE REORDEN-CSV-LINEA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "PLAN-TEMPORADA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM PLAN-TEMPORADA.
