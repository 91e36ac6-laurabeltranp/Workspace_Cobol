       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBTENER-TERMINAL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-TERMINAL-ENTORNO PIC X(8).

       LINKAGE SECTION.
      * Caja (terminal) desde la que se ejecuta el programa: 1 a 9.
       01 LK-TERMINAL PIC 9.

       PROCEDURE DIVISION USING LK-TERMINAL.
      *----------------------- TERMINAL DE CAJA ---------------------------
      * Cada puesto de caja arranca con la variable de entorno
      * TERMINAL (1, 2, ...), como la de OPERADOR. Un puesto sin ella
      * es la caja 1: la instalacion de una sola caja sigue igual.
       INICIO.
           MOVE SPACES TO WS-TERMINAL-ENTORNO
           ACCEPT WS-TERMINAL-ENTORNO FROM ENVIRONMENT "TERMINAL"
           IF WS-TERMINAL-ENTORNO(1:1) NUMERIC AND
              WS-TERMINAL-ENTORNO(1:1) NOT = "0" AND
              WS-TERMINAL-ENTORNO(2:1) = SPACE
               MOVE WS-TERMINAL-ENTORNO(1:1) TO LK-TERMINAL
           ELSE
               MOVE 1 TO LK-TERMINAL
           END-IF
           GOBACK.

       END PROGRAM OBTENER-TERMINAL.
