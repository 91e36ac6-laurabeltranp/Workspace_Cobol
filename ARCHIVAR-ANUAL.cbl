      * VALIDAR-OPERADOR devuelve ya comprobada.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- ARCHIVO ANUAL DE VENTAS --------------------
           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir VENTAS-INDEXADO.dat. Estado: "
                   WS-VENTAS-STATUS
               MOVE "ARCHIVAR-VENTAS-ANO" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               OPEN I-O VENTAS-ARCHIVO
               IF WS-ARCH-VENTAS-STATUS = "35"
               DISPLAY "Error al archivar la venta " VENTAS-ID
                   ". Estado: " WS-ARCH-VENTAS-STATUS
                   ". No se purga del archivo vivo."
               MOVE "MOVER-VENTA-ARCHIVO" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-ARCH-VENTAS TO WS-INC-ARCHIVO
               MOVE WS-ARCH-VENTAS-STATUS TO WS-INC-ESTADO
               MOVE VA-VENTAS-ID TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

       PURGAR-VENTA-ANULADA.
           IF WS-DEVOL-STATUS NOT = "00"
               DISPLAY "No se pudo abrir DEVOLUCIONES-INDEXADO.dat. "
                   "Estado: " WS-DEVOL-STATUS
               MOVE "ARCHIVAR-DEVOLUCIONES-ANO" TO WS-INC-PARRAFO
               MOVE "DEVOLUCIONES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-DEVOL-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               OPEN I-O DEVOL-ARCHIVO
               IF WS-ARCH-DEVOL-STATUS = "35"
               DISPLAY "Error al archivar la devolucion " DEVOLUCION-ID
                   ". Estado: " WS-ARCH-DEVOL-STATUS
                   ". No se purga del archivo vivo."
               MOVE "MOVER-DEVOL-ARCHIVO" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-ARCH-DEVOL TO WS-INC-ARCHIVO
               MOVE WS-ARCH-DEVOL-STATUS TO WS-INC-ESTADO
               MOVE DA-DEVOLUCION-ID TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

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

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "ARCHIVAR-ANUAL" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM ARCHIVAR-ANUAL.
