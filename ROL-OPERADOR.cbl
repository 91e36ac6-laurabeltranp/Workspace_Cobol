       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROL-OPERADOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES
               ASSIGN TO "OPERADORES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01 WS-OPERADORES-STATUS PIC XX.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * Identidad ya validada por VALIDAR-OPERADOR.
       01 LK-OPERADOR-ID PIC X(8).
      * Rol del operador (C, A, S); espacio = no esta en el maestro.
       01 LK-ROL PIC X.

       PROCEDURE DIVISION USING LK-OPERADOR-ID, LK-ROL.
      *----------------------- ROL DEL OPERADOR ---------------------------
      * VALIDAR-OPERADOR dice si el rol alcanza, no cual es. Los
      * programas que tratan distinto al supervisor y al almacen (los
      * cambios de maestro del almacen esperan aprobacion) lo piden
      * aqui. Sin maestro no se valida a nadie (VALIDAR-OPERADOR):
      * si el maestro no abre, el rol queda en espacio y el llamador
      * trata al operador como fuera del maestro.
       INICIO.
           MOVE SPACE TO LK-ROL
           OPEN INPUT OPERADORES
           IF WS-OPERADORES-STATUS NOT = "00"
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "OPERADORES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-OPERADORES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
               GOBACK
           END-IF
           MOVE LK-OPERADOR-ID TO OP-ID
           READ OPERADORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OP-ROL TO LK-ROL
           END-READ
           CLOSE OPERADORES
           GOBACK.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "ROL-OPERADOR" TO WS-INC-PROGRAMA
           MOVE LK-OPERADOR-ID TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM ROL-OPERADOR.
