           COPY VENTAS.

      * El registro de trabajo debe cubrir el layout mas largo que se
      * vuelca (hoy PRODFLT, 129 bytes): quedarse corto truncaria los
      * registros rescatados en el propio salvataje.
       FD TRABAJO.
       01 TRABAJO-REGISTRO PIC X(150).

       FD PRODUCTO-AUDITORIA.
           COPY AUDITORIA.
      * VALIDAR-OPERADOR devuelve ya comprobada.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- RECONSTRUCCION DE MAESTRO ------------------
               DISPLAY "producto.dat no abre (estado "
                   WS-MAESTRO-STATUS "): no hay nada que volcar. "
                   "Restaure desde backup."
               MOVE "RECONSTRUIR-PRODUCTO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-MAESTRO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           OPEN OUTPUT TRABAJO
      *> Registro ilegible: se corta el volcado en este punto.
                           DISPLAY "LECTURA INTERRUMPIDA. Estado: "
                               WS-MAESTRO-STATUS
                           MOVE "RECONSTRUIR-PRODUCTO" TO WS-INC-PARRAFO
                           MOVE "producto.dat" TO WS-INC-ARCHIVO
                           MOVE WS-MAESTRO-STATUS TO WS-INC-ESTADO
                           MOVE PRODUCTO-ID TO WS-INC-CLAVE
                           PERFORM REGISTRAR-INCIDENCIA
                           MOVE "S" TO WS-EOF
                       END-IF
               END-READ
               DISPLAY "VENTAS-INDEXADO.dat no abre (estado "
                   WS-MAESTRO-STATUS "): no hay nada que volcar. "
                   "Restaure desde backup."
               MOVE "RECONSTRUIR-VENTAS" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-MAESTRO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           OPEN OUTPUT TRABAJO
                       ELSE
                           DISPLAY "LECTURA INTERRUMPIDA. Estado: "
                               WS-MAESTRO-STATUS
                           MOVE "RECONSTRUIR-VENTAS" TO WS-INC-PARRAFO
                           MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
                           MOVE WS-MAESTRO-STATUS TO WS-INC-ESTADO
                           MOVE VENTAS-ID TO WS-INC-CLAVE
                           PERFORM REGISTRAR-INCIDENCIA
                           MOVE "S" TO WS-EOF
                       END-IF
               END-READ

      *----------------------- CLAVE DE SUPERVISOR ------------------------
       VALIDAR-CLAVE-SUPERVISOR.
      *> La autorizacion es por identidad, clave individual y rol
      *> (VALIDAR-OPERADOR). Sin maestro de operadores no entra
      *> nadie: el primer supervisor se da de alta en
      *> GESTION-OPERADORES con la clave de arranque.
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "RECONSTRUIR-MAESTRO" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM RECONSTRUIR-MAESTRO.
