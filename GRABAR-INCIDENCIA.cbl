       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRABAR-INCIDENCIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENCIAS
               ASSIGN TO "INCIDENCIAS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INCIDENCIAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INCIDENCIAS.
           COPY INCIDENCIA.

       WORKING-STORAGE SECTION.
       77 WS-INCIDENCIAS-STATUS PIC XX.
       77 WS-EOF PIC X.
      * Incidencias del mismo archivo en el dia que disparan la
      * alerta en pantalla y la marca de repetida.
       77 WS-UMBRAL-REPETICION PIC 9(3) VALUE 3.
       77 WS-REPETICIONES PIC 9(5).

       LINKAGE SECTION.
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==LK-INC==.

       PROCEDURE DIVISION USING LK-INCIDENCIA-REGISTRO.
      *----------------------- REGISTRO DE INCIDENCIAS --------------------
      * Anota una incidencia en INCIDENCIAS.dat con fecha, hora, caja
      * y operador (el que pasa el programa o, si no lo sabe, el de
      * la variable de entorno OPERADOR). Antes cuenta las que ya
      * lleva hoy el mismo archivo: al llegar al umbral avisa en
      * pantalla y la marca como repetida. Se abre y se cierra en
      * cada incidencia, como el log de seguridad.
       INICIO.
      *> Lo que el programa no rellena en su primera incidencia llega
      *> tal como quedo la memoria al cargarlo.
           INSPECT LK-INCIDENCIA-REGISTRO
               REPLACING ALL LOW-VALUES BY SPACES
           MOVE FUNCTION CURRENT-DATE(1:8) TO LK-INC-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO LK-INC-HORA
           CALL "OBTENER-TERMINAL" USING LK-INC-TERMINAL
           IF LK-INC-OPERADOR = SPACES
               ACCEPT LK-INC-OPERADOR FROM ENVIRONMENT "OPERADOR"
           END-IF
           MOVE "N" TO LK-INC-REPETIDA
           IF LK-INC-ARCHIVO NOT = SPACES
               PERFORM CONTAR-REPETICIONES
           END-IF

           OPEN EXTEND INCIDENCIAS
           IF WS-INCIDENCIAS-STATUS = "05" OR
              WS-INCIDENCIAS-STATUS = "35"
               OPEN OUTPUT INCIDENCIAS
           END-IF
           IF WS-INCIDENCIAS-STATUS NOT = "00"
               DISPLAY "AVISO: no se pudo abrir INCIDENCIAS.dat. "
                   "Estado: " WS-INCIDENCIAS-STATUS
               GOBACK
           END-IF
           MOVE LK-INCIDENCIA-REGISTRO TO INCIDENCIA-REGISTRO
           WRITE INCIDENCIA-REGISTRO
           CLOSE INCIDENCIAS
           GOBACK.

       CONTAR-REPETICIONES.
           MOVE 1 TO WS-REPETICIONES
           MOVE "N" TO WS-EOF
           OPEN INPUT INCIDENCIAS
           IF WS-INCIDENCIAS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ INCIDENCIAS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF INC-FECHA = LK-INC-FECHA AND
                              INC-ARCHIVO = LK-INC-ARCHIVO
                               ADD 1 TO WS-REPETICIONES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENCIAS
           END-IF
           IF WS-REPETICIONES >= WS-UMBRAL-REPETICION
               MOVE "S" TO LK-INC-REPETIDA
               DISPLAY "*** ALERTA: " WS-REPETICIONES
                   " INCIDENCIAS HOY EN " LK-INC-ARCHIVO
               DISPLAY "*** AVISE AL RESPONSABLE ANTES DE SEGUIR."
           END-IF.

       END PROGRAM GRABAR-INCIDENCIA.
