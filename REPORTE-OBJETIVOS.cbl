           05 RD-PROYECCION PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ESTADO PIC X(12).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-FECHA PIC 9(8).
           IF WS-VM-STATUS NOT = "00"
               DISPLAY "Sin agregado mensual de ventas (correr "
                   "CONSTRUIR-AGREGADO-MENSUAL). Estado: " WS-VM-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "VENTAS-MENSUAL-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VM-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           OPEN INPUT PRODUCTO
               END-IF
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-OBJETIVOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-OBJETIVOS.
