           03 TF-ENTRADA OCCURS 100 TIMES.
               05 TF-FECHA PIC 9(8).
               05 TF-DESCRIP PIC X(30).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- GESTION DE FERIADOS ------------------------
                   END-READ
               END-PERFORM
               CLOSE FERIADOS
           ELSE
               IF WS-FERIADOS-STATUS NOT = "35"
                   MOVE "CARGAR-CALENDARIO" TO WS-INC-PARRAFO
                   MOVE "FERIADOS.dat" TO WS-INC-ARCHIVO
                   MOVE WS-FERIADOS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       REGRABAR-CALENDARIO.
               DISPLAY "SIN FERIADOS CARGADOS PARA ESE ANIO."
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-FERIADOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-FERIADOS.
