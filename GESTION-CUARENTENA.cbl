       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-CUARENTENA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT LOTES
               ASSIGN TO "LOTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOTE-CLAVE
               FILE STATUS IS WS-LOTES-STATUS.

           SELECT MERMAS
               ASSIGN TO "MERMAS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERMAS-STATUS.

           SELECT PRODUCTO-AUDITORIA
               ASSIGN TO "PRODUCTO-AUDITORIA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT KARDEX
               ASSIGN TO "KARDEX.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KARDEX-STATUS.

           SELECT APPCC-RECEPCION
               ASSIGN TO "APPCC-RECEPCION.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPCC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTO.
           COPY PRODFLT.

       FD LOTES.
           COPY LOTE.

       FD MERMAS.
           COPY MERMA.

       FD PRODUCTO-AUDITORIA.
           COPY AUDITORIA.

       FD KARDEX.
           COPY KARDEX.

       FD APPCC-RECEPCION.
           COPY APPCC.

       WORKING-STORAGE SECTION.
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-VALOR-ANTES PIC X(14) VALUE SPACES.
       01 WS-VALOR-DESPUES PIC X(14) VALUE SPACES.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-LOTES-STATUS PIC XX.
       01 WS-MERMAS-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-KARDEX-STATUS PIC XX.
       01 WS-APPCC-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-PERIODO-CERRADO PIC X VALUE "N".
       01 WS-DECISION PIC X VALUE SPACE.
       01 WS-UNID-LOTE PIC 9(6).
       01 WS-LOTES-VISTOS PIC 9(5) VALUE ZEROES.
       01 WS-LOTES-LIBERADOS PIC 9(5) VALUE ZEROES.
       01 WS-LOTES-DESECHADOS PIC 9(5) VALUE ZEROES.
           COPY SEGURIDAD.
      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- CUARENTENA DE LOTES ------------------------
      * Trabajo supervisado del plan APPCC: recorre los lotes que
      * ALTA-RECEPCION dejo en cuarentena (LOTE-EN-CUARENTENA) y, uno
      * a uno, el supervisor los libera o los desecha. Liberar suma
      * las unidades al stock (kardex y auditoria como una entrada);
      * desechar las deja en MERMAS.dat con origen CUARENTENA. Las
      * dos decisiones quedan en APPCC-RECEPCION.dat.
       INICIO.
           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "CLAVE INCORRECTA. CUARENTENA NO AUTORIZADA."
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

      *> Candado contable: liberar o desechar mueve stock o mermas
      *> fechados hoy; un mes cerrado no los admite.
           CALL "PERIODO-CERRADO" USING WS-HOY, WS-PERIODO-CERRADO
           IF WS-PERIODO-CERRADO = "S"
               DISPLAY "EL MES " WS-HOY(1:6) " ESTA CERRADO: NO SE "
                   "PUEDEN LIBERAR NI DESECHAR LOTES."
               GOBACK
           END-IF

           OPEN I-O LOTES
           IF WS-LOTES-STATUS NOT = "00"
               DISPLAY "NO HAY LOTES REGISTRADOS."
               GOBACK
           END-IF

           OPEN I-O PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE LOTES
               GOBACK
           END-IF

           OPEN EXTEND MERMAS
           IF WS-MERMAS-STATUS = "05" OR WS-MERMAS-STATUS = "35"
               OPEN OUTPUT MERMAS
           END-IF

           OPEN EXTEND PRODUCTO-AUDITORIA
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT PRODUCTO-AUDITORIA
           END-IF

           OPEN EXTEND KARDEX
           IF WS-KARDEX-STATUS = "05" OR WS-KARDEX-STATUS = "35"
               OPEN OUTPUT KARDEX
           END-IF

           OPEN EXTEND APPCC-RECEPCION
           IF WS-APPCC-STATUS = "05" OR WS-APPCC-STATUS = "35"
               OPEN OUTPUT APPCC-RECEPCION
           END-IF

           PERFORM RESOLVER-OPERADOR-AUDITORIA

           PERFORM UNTIL WS-EOF = "S"
               READ LOTES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF LOTE-EN-CUARENTENA AND LOTE-UNIDADES > 0
                           PERFORM OFRECER-LOTE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LOTES
           CLOSE PRODUCTO
           CLOSE MERMAS
           CLOSE PRODUCTO-AUDITORIA
           CLOSE KARDEX
           CLOSE APPCC-RECEPCION

           IF WS-LOTES-VISTOS = 0
               DISPLAY "NO HAY LOTES EN CUARENTENA."
           ELSE
               DISPLAY "Lotes en cuarentena: " WS-LOTES-VISTOS
               DISPLAY "Liberados..........: " WS-LOTES-LIBERADOS
               DISPLAY "Desechados.........: " WS-LOTES-DESECHADOS
           END-IF
           GOBACK.

       OFRECER-LOTE.
           ADD 1 TO WS-LOTES-VISTOS
           MOVE LOTE-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "LOTE " LOTE-CODIGO " DEL PRODUCTO "
                       LOTE-PRODUCTO-ID " INEXISTENTE EN EL MAESTRO: "
                       "SE DEJA EN CUARENTENA."
               NOT INVALID KEY
                   DISPLAY "CUARENTENA: " PRODUCTO-ID " "
                       PRODUCTO-DESCRIP
                   DISPLAY "  Lote " LOTE-CODIGO " unidades "
                       LOTE-UNIDADES " caducidad " LOTE-CADUCIDAD
                   MOVE SPACE TO WS-DECISION
                   PERFORM UNTIL WS-DECISION = "L" OR
                           WS-DECISION = "D" OR WS-DECISION = "N"
                       DISPLAY "L = liberar a la venta, D = desechar, "
                           "N = dejar en cuarentena: "
                       ACCEPT WS-DECISION
                       MOVE FUNCTION UPPER-CASE(WS-DECISION)
                           TO WS-DECISION
                   END-PERFORM
                   EVALUATE WS-DECISION
                       WHEN "L"
                           PERFORM LIBERAR-LOTE
                       WHEN "D"
                           PERFORM DESECHAR-LOTE
                   END-EVALUATE
           END-READ.

      *> El lote pasa a disponible y sus unidades entran al stock
      *> al costo medio vigente (el costo de la recepcion quedo en
      *> RECEPCIONES.dat).
       LIBERAR-LOTE.
           MOVE LOTE-UNIDADES TO WS-UNID-LOTE
           MOVE PRODUCTO-STOCK TO WS-VALOR-ANTES
           ADD WS-UNID-LOTE TO PRODUCTO-STOCK
           REWRITE PRODUCTO-REGISTRO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "Error al actualizar el stock. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "LIBERAR-LOTE" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               MOVE PRODUCTO-ID TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
               MOVE SPACES TO WS-VALOR-ANTES
           ELSE
               MOVE SPACE TO LOTE-ESTADO
               REWRITE LOTE-REGISTRO

               MOVE FUNCTION CURRENT-DATE(1:8) TO KARDEX-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6) TO KARDEX-HORA
               MOVE PRODUCTO-ID TO KARDEX-PRODUCTO-ID
               MOVE "LIBERACION" TO KARDEX-TIPO
               MOVE "+" TO KARDEX-SIGNO
               MOVE WS-UNID-LOTE TO KARDEX-UNIDADES
               MOVE PRODUCTO-STOCK TO KARDEX-STOCK-RESULTANTE
               MOVE PRODUCTO-COSTO TO KARDEX-COSTO-UNITARIO
               IF PRODUCTO-EN-CONSIGNA
                   MOVE ZEROES TO KARDEX-COSTO-UNITARIO
               END-IF
               COMPUTE KARDEX-VALOR =
                   KARDEX-UNIDADES * KARDEX-COSTO-UNITARIO
               WRITE KARDEX-REGISTRO

               MOVE PRODUCTO-ID TO AUDITORIA-PRODUCTO-ID
               MOVE "LIBERACION" TO AUDITORIA-ACCION
               MOVE "Lote liberado de cuarentena" TO AUDITORIA-DETALLE
               MOVE FUNCTION CURRENT-DATE(1:8) TO AUDITORIA-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6) TO AUDITORIA-HORA
               MOVE PRODUCTO-STOCK TO WS-VALOR-DESPUES
               MOVE WS-OPERADOR TO AUDITORIA-OPERADOR
               MOVE WS-VALOR-ANTES TO AUDITORIA-VALOR-ANTES
               MOVE WS-VALOR-DESPUES TO AUDITORIA-VALOR-DESPUES
               MOVE SPACES TO WS-VALOR-ANTES
               MOVE SPACES TO WS-VALOR-DESPUES
               WRITE AUDITORIA-REGISTRO

               MOVE "L" TO APR-RESULTADO
               PERFORM GRABAR-APPCC-DECISION
               ADD 1 TO WS-LOTES-LIBERADOS
               DISPLAY "Lote " LOTE-CODIGO " liberado. Nuevo stock: "
                   PRODUCTO-STOCK
           END-IF.

      *> Las unidades nunca llegaron al stock: solo se anotan como
      *> merma y el lote queda a cero.
       DESECHAR-LOTE.
           MOVE LOTE-UNIDADES TO WS-UNID-LOTE
           MOVE PRODUCTO-ID TO MERMA-PRODUCTO-ID
           MOVE WS-UNID-LOTE TO MERMA-UNIDADES
           MOVE WS-HOY TO MERMA-FECHA
           MOVE "Lote en cuarentena desechado" TO MERMA-MOTIVO
           COMPUTE MERMA-VALOR = WS-UNID-LOTE * PRODUCTO-PRECIO
           MOVE "CUARENTENA" TO MERMA-ORIGEN
           WRITE MERMA-REGISTRO

           MOVE 0 TO LOTE-UNIDADES
           REWRITE LOTE-REGISTRO

           MOVE "X" TO APR-RESULTADO
           PERFORM GRABAR-APPCC-DECISION
           ADD 1 TO WS-LOTES-DESECHADOS
           DISPLAY "Lote " LOTE-CODIGO " desechado a mermas.".

      *> La decision del supervisor cierra el rastro del lote en el
      *> registro APPCC; proveedor, pedido, temperatura y envase ya
      *> constan en la linea de la recepcion.
       GRABAR-APPCC-DECISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO APR-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO APR-HORA
           MOVE ZEROES TO APR-PROVEEDOR-ID
           MOVE ZEROES TO APR-PEDIDO-NUMERO
           MOVE PRODUCTO-ID TO APR-PRODUCTO-ID
           MOVE PRODUCTO-CLASE-TEMP TO APR-CLASE-TEMP
           MOVE ZEROES TO APR-TEMPERATURA
           MOVE SPACE TO APR-ENVASE
           MOVE WS-UNID-LOTE TO APR-UNIDADES
           MOVE LOTE-CODIGO TO APR-LOTE
           MOVE WS-OPERADOR TO APR-OPERADOR
           WRITE APPCC-REGISTRO.

      *----------------------- CLAVE DE SUPERVISOR ------------------------
       VALIDAR-CLAVE-SUPERVISOR.
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO.

      *> Identidad para la auditoria: la que VALIDAR-OPERADOR ya
      *> probo; la variable de entorno OPERADOR solo respalda los
      *> caminos donde no corrio validacion.
       RESOLVER-OPERADOR-AUDITORIA.
           IF WS-OPERADOR-VALIDADO NOT = SPACES
               MOVE WS-OPERADOR-VALIDADO TO WS-OPERADOR
           ELSE
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
           MOVE "GESTION-CUARENTENA" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-CUARENTENA.
