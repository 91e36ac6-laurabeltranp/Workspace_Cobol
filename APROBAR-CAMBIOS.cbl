       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBAR-CAMBIOS.

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
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT CAMBIOS-PENDIENTES
               ASSIGN TO "CAMBIOS-PENDIENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CAMBIOS-STATUS.

           SELECT PRODUCTO-AUDITORIA
               ASSIGN TO "PRODUCTO-AUDITORIA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PRECIO-HISTORICO
               ASSIGN TO "PRECIO-HISTORICO.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRECIOH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTO.
           COPY PRODFLT.

       FD CAMBIOS-PENDIENTES.
           COPY CAMBIOPEND.

       FD PRODUCTO-AUDITORIA.
           COPY AUDITORIA.

       FD PRECIO-HISTORICO.
           COPY PRECIOH.

       WORKING-STORAGE SECTION.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-CAMBIOS-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-PRECIOH-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-DECISION PIC X.
       01 WS-SALIR PIC X VALUE "N".
       01 WS-VALOR-ACTUAL PIC 9(7)V99.
       01 WS-ANTES-EDIT PIC Z(6)9.99.
       01 WS-ACTUAL-EDIT PIC Z(6)9.99.
       01 WS-NUEVO-EDIT PIC Z(6)9.99.
       01 WS-COSTO-EDIT PIC Z(4)9.99.
       01 WS-PRECIO-ANTERIOR PIC 9(5)V99.
       01 WS-N-APROBADOS PIC 9(5) VALUE ZEROES.
       01 WS-N-RECHAZADOS PIC 9(5) VALUE ZEROES.
       01 WS-N-PENDIENTES PIC 9(5) VALUE ZEROES.

           COPY SEGURIDAD.
      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- APROBACION DE CAMBIOS DE MAESTRO -----------
      * Segunda firma sobre los cambios de precio, critico y proveedor
      * pedidos por el almacen. Se recorren las solicitudes pendientes
      * mostrando el valor de antes, el que hay hoy en el maestro y el
      * pedido; cada una se aprueba (se graba en producto.dat), se
      * rechaza o se salta. Nadie aprueba lo que pidio el mismo, y la
      * auditoria deja al aprobador como operador y al solicitante en
      * el detalle.
       INICIO.
           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "CLAVE INCORRECTA. APROBACION NO AUTORIZADA."
               GOBACK
           END-IF

           OPEN I-O CAMBIOS-PENDIENTES
           IF WS-CAMBIOS-STATUS NOT = "00"
               DISPLAY "NO HAY CAMBIOS DE MAESTRO PENDIENTES."
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
               CLOSE CAMBIOS-PENDIENTES
               GOBACK
           END-IF
           OPEN EXTEND PRODUCTO-AUDITORIA
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT PRODUCTO-AUDITORIA
           END-IF

           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-SALIR
           PERFORM UNTIL WS-EOF = "S" OR WS-SALIR = "S"
               READ CAMBIOS-PENDIENTES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF CP-PENDIENTE
                           PERFORM REVISAR-CAMBIO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PRODUCTO-AUDITORIA
           CLOSE PRODUCTO
           CLOSE CAMBIOS-PENDIENTES
           DISPLAY "-------------------------------"
           DISPLAY "CAMBIOS APROBADOS....: " WS-N-APROBADOS
           DISPLAY "CAMBIOS RECHAZADOS...: " WS-N-RECHAZADOS
           DISPLAY "QUEDAN PENDIENTES....: " WS-N-PENDIENTES
           GOBACK.

      *----------------------- REVISION DE UNA SOLICITUD -----------------
       REVISAR-CAMBIO.
           DISPLAY "-------------------------------"
           DISPLAY "SOLICITUD " CP-NUMERO " DE " CP-SOLICITANTE
               " EL " CP-FECHA-SOLICITUD " (" CP-ORIGEN ")"
           IF CP-SOLICITANTE = WS-OPERADOR-VALIDADO
               DISPLAY "LA PIDIO USTED: DEBE APROBARLA OTRO "
                   "SUPERVISOR."
               ADD 1 TO WS-N-PENDIENTES
           ELSE
               MOVE CP-PRODUCTO-ID TO PRODUCTO-ID
               READ PRODUCTO
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-PRODUCTO-STATUS = "51"
                       DISPLAY "PRODUCTO EN USO POR OTRO TERMINAL: "
                           "QUEDA PENDIENTE."
                       ADD 1 TO WS-N-PENDIENTES
                   WHEN WS-PRODUCTO-STATUS = "00"
                       PERFORM MOSTRAR-CAMBIO
                       PERFORM PEDIR-DECISION
                   WHEN OTHER
                       DISPLAY "EL PRODUCTO " CP-PRODUCTO-ID
                           " YA NO EXISTE: SE RECHAZA."
                       PERFORM RECHAZAR-CAMBIO
               END-EVALUATE
           END-IF.

       MOSTRAR-CAMBIO.
           EVALUATE TRUE
               WHEN CP-CAMPO-PRECIO
                   MOVE PRODUCTO-PRECIO TO WS-VALOR-ACTUAL
               WHEN CP-CAMPO-CRITICO
                   MOVE PRODUCTO-CRITICO TO WS-VALOR-ACTUAL
               WHEN CP-CAMPO-PROVEEDOR
                   MOVE PRODUCTO-PROVEEDOR-ID TO WS-VALOR-ACTUAL
           END-EVALUATE
           MOVE CP-VALOR-ANTES TO WS-ANTES-EDIT
           MOVE WS-VALOR-ACTUAL TO WS-ACTUAL-EDIT
           MOVE CP-VALOR-NUEVO TO WS-NUEVO-EDIT
           DISPLAY "PRODUCTO.....: " PRODUCTO-ID " " PRODUCTO-DESCRIP
           DISPLAY "CAMPO........: " CP-CAMPO
           DISPLAY "ANTES........: " WS-ANTES-EDIT
           DISPLAY "EN MAESTRO...: " WS-ACTUAL-EDIT
           DISPLAY "NUEVO........: " WS-NUEVO-EDIT
           IF WS-VALOR-ACTUAL NOT = CP-VALOR-ANTES
               DISPLAY "AVISO: EL MAESTRO CAMBIO DESDE LA SOLICITUD."
           END-IF
           IF CP-CAMPO-PRECIO AND PRODUCTO-COSTO > 0 AND
              CP-VALOR-NUEVO < PRODUCTO-COSTO
               MOVE PRODUCTO-COSTO TO WS-COSTO-EDIT
               DISPLAY "AVISO: EL PRECIO NUEVO QUEDA BAJO COSTO ("
                   WS-COSTO-EDIT ")."
           END-IF.

       PEDIR-DECISION.
           DISPLAY "A = APROBAR, R = RECHAZAR, S = SALTAR, "
               "F = TERMINAR: "
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
                   PERFORM APROBAR-CAMBIO
               WHEN "R"
                   PERFORM RECHAZAR-CAMBIO
               WHEN "F"
                   ADD 1 TO WS-N-PENDIENTES
                   MOVE "S" TO WS-SALIR
               WHEN OTHER
                   ADD 1 TO WS-N-PENDIENTES
           END-EVALUATE.

      *----------------------- APROBAR ------------------------------------
       APROBAR-CAMBIO.
           MOVE PRODUCTO-PRECIO TO WS-PRECIO-ANTERIOR
           EVALUATE TRUE
               WHEN CP-CAMPO-PRECIO
                   MOVE CP-VALOR-NUEVO TO PRODUCTO-PRECIO
               WHEN CP-CAMPO-CRITICO
                   MOVE CP-VALOR-NUEVO TO PRODUCTO-CRITICO
               WHEN CP-CAMPO-PROVEEDOR
                   MOVE CP-VALOR-NUEVO TO PRODUCTO-PROVEEDOR-ID
           END-EVALUATE
           REWRITE PRODUCTO-REGISTRO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "Error al grabar el producto. Estado: "
                   WS-PRODUCTO-STATUS ". QUEDA PENDIENTE."
               MOVE "APROBAR-CAMBIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               MOVE PRODUCTO-ID TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
               ADD 1 TO WS-N-PENDIENTES
           ELSE
               MOVE "A" TO CP-ESTADO
               PERFORM CERRAR-SOLICITUD
               ADD 1 TO WS-N-APROBADOS
               MOVE "APROBADO" TO AUDITORIA-ACCION
               PERFORM GRABAR-AUDITORIA-CAMBIO
               IF CP-CAMPO-PRECIO
                   PERFORM GRABAR-PRECIO-HISTORICO
                   IF PRODUCTO-COSTO > 0 AND
                      PRODUCTO-PRECIO < PRODUCTO-COSTO
                       PERFORM GRABAR-AUDITORIA-BAJO-COSTO
                   END-IF
               END-IF
               DISPLAY "CAMBIO APROBADO Y GRABADO EN EL MAESTRO."
           END-IF.

      *----------------------- RECHAZAR -----------------------------------
       RECHAZAR-CAMBIO.
           MOVE "R" TO CP-ESTADO
           PERFORM CERRAR-SOLICITUD
           ADD 1 TO WS-N-RECHAZADOS
           MOVE "RECHAZADO" TO AUDITORIA-ACCION
           PERFORM GRABAR-AUDITORIA-CAMBIO
           DISPLAY "CAMBIO RECHAZADO. EL MAESTRO NO SE TOCA.".

       CERRAR-SOLICITUD.
           MOVE WS-OPERADOR-VALIDADO TO CP-APROBADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO CP-FECHA-RESOLUCION
           REWRITE CAMBIO-PENDIENTE-REGISTRO
           IF WS-CAMBIOS-STATUS NOT = "00"
               DISPLAY "Error al cerrar la solicitud " CP-NUMERO
                   ". Estado: " WS-CAMBIOS-STATUS
               MOVE "CERRAR-SOLICITUD" TO WS-INC-PARRAFO
               MOVE "CAMBIOS-PENDIENTES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-CAMBIOS-STATUS TO WS-INC-ESTADO
               MOVE CP-NUMERO TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *----------------------- REGISTRO DE AUDITORIA ----------------------
      *> El operador del registro es el supervisor que resuelve; quien
      *> pidio el cambio va en el detalle.
       GRABAR-AUDITORIA-CAMBIO.
           MOVE CP-PRODUCTO-ID TO AUDITORIA-PRODUCTO-ID
           MOVE SPACES TO AUDITORIA-DETALLE
           STRING CP-CAMPO DELIMITED BY SPACE
               " de " DELIMITED BY SIZE
               CP-SOLICITANTE DELIMITED BY SPACE
               " sol. " CP-NUMERO DELIMITED BY SIZE
               INTO AUDITORIA-DETALLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDITORIA-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDITORIA-HORA
           MOVE WS-OPERADOR-VALIDADO TO AUDITORIA-OPERADOR
           MOVE CP-VALOR-ANTES TO WS-ANTES-EDIT
           MOVE CP-VALOR-NUEVO TO WS-NUEVO-EDIT
           MOVE WS-ANTES-EDIT TO AUDITORIA-VALOR-ANTES
           MOVE WS-NUEVO-EDIT TO AUDITORIA-VALOR-DESPUES
           WRITE AUDITORIA-REGISTRO.

       GRABAR-AUDITORIA-BAJO-COSTO.
           MOVE PRODUCTO-ID TO AUDITORIA-PRODUCTO-ID
           MOVE "BAJO-COSTO" TO AUDITORIA-ACCION
           MOVE "Precio bajo costo aprobado" TO AUDITORIA-DETALLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDITORIA-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDITORIA-HORA
           MOVE WS-OPERADOR-VALIDADO TO AUDITORIA-OPERADOR
           MOVE PRODUCTO-COSTO TO AUDITORIA-VALOR-ANTES
           MOVE PRODUCTO-PRECIO TO AUDITORIA-VALOR-DESPUES
           WRITE AUDITORIA-REGISTRO.

      *> El historico de precios conserva el canal por el que se pidio
      *> el cambio (MODIFICAR o IMPORTAR).
       GRABAR-PRECIO-HISTORICO.
           OPEN EXTEND PRECIO-HISTORICO
           IF WS-PRECIOH-STATUS = "05" OR WS-PRECIOH-STATUS = "35"
               OPEN OUTPUT PRECIO-HISTORICO
           END-IF
           MOVE PRODUCTO-ID TO PH-PRODUCTO-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO PH-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO PH-HORA
           MOVE WS-PRECIO-ANTERIOR TO PH-PRECIO-ANTERIOR
           MOVE PRODUCTO-PRECIO TO PH-PRECIO-NUEVO
           MOVE CP-ORIGEN TO PH-ORIGEN
           WRITE PRECIO-HIST-REGISTRO
           CLOSE PRECIO-HISTORICO.

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
           MOVE "APROBAR-CAMBIOS" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM APROBAR-CAMBIOS.
