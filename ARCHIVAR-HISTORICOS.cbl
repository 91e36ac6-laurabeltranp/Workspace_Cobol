      * VALIDAR-OPERADOR devuelve ya comprobada.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- RETENCION DE HISTORICOS --------------------
           IF WS-ORIGEN-STATUS NOT = "00"
               DISPLAY "KARDEX.dat no disponible. Estado: "
                   WS-ORIGEN-STATUS
               MOVE "PODAR-KARDEX" TO WS-INC-PARRAFO
               MOVE "KARDEX.dat" TO WS-INC-ARCHIVO
               MOVE WS-ORIGEN-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               OPEN OUTPUT TRABAJO-KARDEX
               MOVE "N" TO WS-EOF
           IF WS-ORIGEN-STATUS NOT = "00"
               DISPLAY "PRODUCTO-AUDITORIA.dat no disponible. "
                   "Estado: " WS-ORIGEN-STATUS
               MOVE "PODAR-AUDITORIA" TO WS-INC-PARRAFO
               MOVE "PRODUCTO-AUDITORIA.dat" TO WS-INC-ARCHIVO
               MOVE WS-ORIGEN-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               OPEN OUTPUT TRABAJO-AUDITORIA
               MOVE "N" TO WS-EOF
           IF WS-ORIGEN-STATUS NOT = "00"
               DISPLAY "PRECIO-HISTORICO.dat no disponible. Estado: "
                   WS-ORIGEN-STATUS
               MOVE "PODAR-PRECIOH" TO WS-INC-PARRAFO
               MOVE "PRECIO-HISTORICO.dat" TO WS-INC-ARCHIVO
               MOVE WS-ORIGEN-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               OPEN OUTPUT TRABAJO-PRECIOH
               MOVE "N" TO WS-EOF
           IF WS-ORIGEN-STATUS NOT = "00"
               DISPLAY "MERMAS.dat no disponible. Estado: "
                   WS-ORIGEN-STATUS
               MOVE "PODAR-MERMAS" TO WS-INC-PARRAFO
               MOVE "MERMAS.dat" TO WS-INC-ARCHIVO
               MOVE WS-ORIGEN-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               OPEN OUTPUT TRABAJO-MERMAS
               MOVE "N" TO WS-EOF

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
           MOVE "ARCHIVAR-HISTORICOS" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM ARCHIVAR-HISTORICOS.
