       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRABAR-LOG-SEGURIDAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-SEGURIDAD
               ASSIGN TO "SEGURIDAD-LOG.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOG-SEGURIDAD.
           COPY LOGSEG.

       WORKING-STORAGE SECTION.
       77 WS-LOG-STATUS PIC XX.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-OPERADOR PIC X(8).
       01 LK-EVENTO PIC X(10).
       01 LK-AUTOR PIC X(8).
       01 LK-DETALLE PIC X(40).

       PROCEDURE DIVISION USING LK-OPERADOR, LK-EVENTO, LK-AUTOR,
               LK-DETALLE.
      *----------------------- LOG DE SEGURIDAD ---------------------------
      * Anota un evento de acceso o de credencial con fecha, hora y
      * caja. Se abre y se cierra en cada evento: lo llaman programas
      * distintos desde cajas distintas.
       INICIO.
           OPEN EXTEND LOG-SEGURIDAD
           IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-SEGURIDAD
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "AVISO: no se pudo abrir SEGURIDAD-LOG.dat. "
                   "Estado: " WS-LOG-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "SEGURIDAD-LOG.dat" TO WS-INC-ARCHIVO
               MOVE WS-LOG-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO LS-HORA
           CALL "OBTENER-TERMINAL" USING LS-TERMINAL
           MOVE LK-OPERADOR TO LS-OPERADOR
           MOVE LK-EVENTO TO LS-EVENTO
           MOVE LK-AUTOR TO LS-AUTOR
           MOVE LK-DETALLE TO LS-DETALLE
           WRITE LOG-SEGURIDAD-REGISTRO
           CLOSE LOG-SEGURIDAD
           GOBACK.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GRABAR-LOG-SEGURIDAD" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GRABAR-LOG-SEGURIDAD.
