       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLICITAR-CAMBIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIOS-PENDIENTES
               ASSIGN TO "CAMBIOS-PENDIENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CAMBIOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAMBIOS-PENDIENTES.
           COPY CAMBIOPEND.

       WORKING-STORAGE SECTION.
       01 WS-CAMBIOS-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-ULTIMO-NUMERO PIC 9(6).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-PRODUCTO-ID PIC 9(6).
      * PRECIO, CRITICO o PROVEEDOR (ver CAMBIOPEND.cpy).
       01 LK-CAMPO PIC X(10).
       01 LK-VALOR-ANTES PIC 9(7)V99.
       01 LK-VALOR-NUEVO PIC 9(7)V99.
       01 LK-ORIGEN PIC X(10).
       01 LK-SOLICITANTE PIC X(8).
      * Numero de solicitud asignado; 0 = no se pudo registrar.
       01 LK-NUMERO PIC 9(6).

       PROCEDURE DIVISION USING LK-PRODUCTO-ID, LK-CAMPO,
           LK-VALOR-ANTES, LK-VALOR-NUEVO, LK-ORIGEN, LK-SOLICITANTE,
           LK-NUMERO.
      *----------------------- SOLICITUD DE CAMBIO DE MAESTRO -------------
      * Deja pendiente de aprobacion un cambio de maestro pedido por
      * un operador que no es supervisor. El llamador no toca
      * producto.dat: el cambio solo llega al maestro cuando un
      * supervisor lo aprueba en APROBAR-CAMBIOS.
       INICIO.
           MOVE ZEROES TO LK-NUMERO
           OPEN I-O CAMBIOS-PENDIENTES
           IF WS-CAMBIOS-STATUS = "35"
               OPEN OUTPUT CAMBIOS-PENDIENTES
               CLOSE CAMBIOS-PENDIENTES
               OPEN I-O CAMBIOS-PENDIENTES
           END-IF
           IF WS-CAMBIOS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir cambios pendientes. Estado: "
                   WS-CAMBIOS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "CAMBIOS-PENDIENTES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-CAMBIOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           PERFORM RECUPERAR-ULTIMO-NUMERO
           MOVE WS-ULTIMO-NUMERO TO CP-NUMERO
           MOVE LK-PRODUCTO-ID TO CP-PRODUCTO-ID
           MOVE LK-CAMPO TO CP-CAMPO
           MOVE LK-VALOR-ANTES TO CP-VALOR-ANTES
           MOVE LK-VALOR-NUEVO TO CP-VALOR-NUEVO
           MOVE LK-ORIGEN TO CP-ORIGEN
           MOVE LK-SOLICITANTE TO CP-SOLICITANTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CP-FECHA-SOLICITUD
           MOVE FUNCTION CURRENT-DATE(9:6) TO CP-HORA-SOLICITUD
           MOVE "P" TO CP-ESTADO
           MOVE SPACES TO CP-APROBADOR
           MOVE ZEROES TO CP-FECHA-RESOLUCION
           WRITE CAMBIO-PENDIENTE-REGISTRO
               INVALID KEY
                   DISPLAY "Error al registrar la solicitud. Estado: "
                       WS-CAMBIOS-STATUS
                   MOVE "INICIO" TO WS-INC-PARRAFO
                   MOVE "CAMBIOS-PENDIENTES-INDEXADO.dat"
                       TO WS-INC-ARCHIVO
                   MOVE WS-CAMBIOS-STATUS TO WS-INC-ESTADO
                   MOVE CP-NUMERO TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               NOT INVALID KEY
                   MOVE CP-NUMERO TO LK-NUMERO
           END-WRITE
           CLOSE CAMBIOS-PENDIENTES
           GOBACK.

       RECUPERAR-ULTIMO-NUMERO.
           MOVE 0 TO WS-ULTIMO-NUMERO
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ CAMBIOS-PENDIENTES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE CP-NUMERO TO WS-ULTIMO-NUMERO
               END-READ
           END-PERFORM
           ADD 1 TO WS-ULTIMO-NUMERO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "SOLICITAR-CAMBIO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM SOLICITAR-CAMBIO.
