      * VALIDAR-OPERADOR devuelve ya comprobada.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- UNIFICACION DE MAESTROS --------------------
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           IF WS-IDX-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PRODUCTO-INDEXADO.dat. "
                   "Estado: " WS-IDX-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PRODUCTO-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-IDX-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRODUCTO
               GOBACK
           END-IF
      *> El indexado viejo no conoce familias: el campo se inicializa
      *> para no arrastrar residuo del buffer al registro migrado.
           MOVE ZEROES TO PRODUCTO-FAMILIA
           MOVE SPACE TO PRODUCTO-RESTRICCION-EDAD
           MOVE ZEROES TO PRODUCTO-ENVASE-ID
           MOVE "N" TO PRODUCTO-ES-ENVASE
           MOVE "N" TO PRODUCTO-CONSIGNA
           MOVE SPACE TO PRODUCTO-CLASE-TEMP
           WRITE PRODUCTO-REGISTRO
               INVALID KEY
                   DISPLAY "Error al migrar " PI-PRODUCTO-ID
                       ". Estado: " WS-PRODUCTO-STATUS
                   MOVE "MIGRAR-PRODUCTO" TO WS-INC-PARRAFO
                   MOVE "producto.dat" TO WS-INC-ARCHIVO
                   MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
                   MOVE PRODUCTO-ID TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               NOT INVALID KEY
                   ADD 1 TO WS-MIGRADOS
                   MOVE PRODUCTO-ID TO AUDITORIA-PRODUCTO-ID

      *----------------------- CLAVE DE SUPERVISOR ------------------------
       VALIDAR-CLAVE-SUPERVISOR.
      *> La autorizacion es por identidad, clave individual y rol
      *> (VALIDAR-OPERADOR). Sin maestro de operadores no entra
      *> nadie: el primer supervisor se da de alta en
      *> GESTION-OPERADORES con la clave de arranque.
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO.

               ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "UNIFICAR-MAESTROS" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.


       END PROGRAM UNIFICAR-MAESTROS.
