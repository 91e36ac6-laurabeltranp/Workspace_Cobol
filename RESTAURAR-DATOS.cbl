       01 WS-HORA-LIMITE PIC 9(6).
      * Idempotencia del replay de recepciones: imagen en juego y
      * bandera de duplicado contra RECEPCIONES.dat.
       01 WS-RECEP-IMAGEN PIC X(64).
       01 WS-RECEP-DUPLICADA PIC X VALUE "N".
       01 WS-EOF-RECEP PIC X VALUE "N".
       01 WS-REAPLICADOS PIC 9(8) VALUE ZEROES.
      * VALIDAR-OPERADOR devuelve ya comprobada.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- RESTAURACION DE BACKUP ---------------------
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "No existe el backup " WS-NOMBRE-BACKUP
                   ". Estado: " WS-BACKUP-STATUS
               MOVE "RESTAURAR-PRODUCTO" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-BACKUP TO WS-INC-ARCHIVO
               MOVE WS-BACKUP-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = "S"
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "No existe el backup " WS-NOMBRE-BACKUP
                   ". Estado: " WS-BACKUP-STATUS
               MOVE "RESTAURAR-VENTAS" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-BACKUP TO WS-INC-ARCHIVO
               MOVE WS-BACKUP-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = "S"
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "No existe el backup " WS-NOMBRE-BACKUP
                   ". Estado: " WS-BACKUP-STATUS
               MOVE "RESTAURAR-VENTAS-DIARIAS" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-BACKUP TO WS-INC-ARCHIVO
               MOVE WS-BACKUP-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = "S"
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "No existe el backup " WS-NOMBRE-BACKUP
                   ". Estado: " WS-BACKUP-STATUS
               MOVE "RESTAURAR-PRODUCTO-IDX" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-BACKUP TO WS-INC-ARCHIVO
               MOVE WS-BACKUP-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = "S"
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "No existe el backup " WS-NOMBRE-BACKUP
                   ". Estado: " WS-BACKUP-STATUS
               MOVE "RESTAURAR-DEVOLUCIONES" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-BACKUP TO WS-INC-ARCHIVO
               MOVE WS-BACKUP-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = "S"
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "No existe el backup " WS-NOMBRE-BACKUP
                   ". Estado: " WS-BACKUP-STATUS
               MOVE "RESTAURAR-PROVEEDOR" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-BACKUP TO WS-INC-ARCHIVO
               MOVE WS-BACKUP-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = "S"
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "No existe el backup " WS-NOMBRE-BACKUP
                   ". Estado: " WS-BACKUP-STATUS
               MOVE "RESTAURAR-AUDITORIA" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-BACKUP TO WS-INC-ARCHIVO
               MOVE WS-BACKUP-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = "S"
           IF WS-BITACORA-STATUS NOT = "00"
               DISPLAY "Sin bitacora del dia (BITACORA-DIA.dat). "
                   "Estado: " WS-BITACORA-STATUS
               MOVE "REPLAY-BITACORA" TO WS-INC-PARRAFO
               MOVE "BITACORA-DIA.dat" TO WS-INC-ARCHIVO
               MOVE WS-BITACORA-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           END-EVALUATE.

       REAPLICAR-VENTA.
           MOVE BIT-DATOS(1:89) TO VENTAS-REGISTRO
           WRITE VENTAS-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-SALTADOS
               NOT INVALID KEY
                   ADD 1 TO WS-REAPLICADOS
      *> Rastro para el apply nocturno: la venta re-aplicada tiene
      *> que descontar stock esta noche como cualquier otra. El
      *> deposito de envase no lleva stock.
                   IF NOT VE-ES-DEPOSITO
                       MOVE VE-PRODUCTO-ID TO
                           VENTAS-DIARIAS-REGISTRO(1:6)
                       MOVE UNIDADES(1:6) TO
                           VENTAS-DIARIAS-REGISTRO(7:6)
                       WRITE VENTAS-DIARIAS-REGISTRO
                   END-IF
           END-WRITE.

       REAPLICAR-TICKET.
           MOVE BIT-DATOS(1:164) TO TICKET-REGISTRO
           WRITE TICKET-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-SALTADOS
      *> si ya esta, el movimiento se salta (como el INVALID KEY
      *> salta las ventas y tickets ya grabados).
       REAPLICAR-RECEPCION.
           MOVE BIT-DATOS(1:64) TO WS-RECEP-IMAGEN
           PERFORM BUSCAR-RECEPCION-DUPLICADA
           IF WS-RECEP-DUPLICADA = "S"
               ADD 1 TO WS-SALTADOS
                   INVALID KEY
                       ADD 1 TO WS-SALTADOS
                   NOT INVALID KEY
      *> La entrada en cuarentena no sumo stock: solo se repone su
      *> registro de recepcion.
                       IF RECEPCION-CUARENTENA NOT = "Q"
                           ADD RECEPCION-UNIDADES TO PRODUCTO-STOCK
                           REWRITE PRODUCTO-REGISTRO
                       END-IF
                       ADD 1 TO WS-REAPLICADOS
               END-READ
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
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "RESTAURAR-DATOS" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM RESTAURAR-DATOS.
