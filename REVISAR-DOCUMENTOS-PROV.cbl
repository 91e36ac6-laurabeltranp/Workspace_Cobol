       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAR-DOCUMENTOS-PROV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENTOS-PROV
               ASSIGN TO "DOCUMENTOS-PROV-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCP-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-DOCUMENTOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DOCUMENTOS-PROV.
           COPY DOCPROV.

       WORKING-STORAGE SECTION.
       77 WS-DOCUMENTOS-STATUS PIC XX.
       77 WS-EOF PIC X VALUE "N".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-PROVEEDOR-ID PIC 9(6).
       01 LK-FECHA PIC 9(8).
      * Documentos obligatorios del proveedor caducados a la fecha, y
      * el primero de ellos para el aviso.
       01 LK-CADUCADOS PIC 9(3).
       01 LK-PRIMER-TIPO PIC X.
       01 LK-PRIMER-REFERENCIA PIC X(20).
       01 LK-PRIMER-VENCIMIENTO PIC 9(8).

       PROCEDURE DIVISION USING LK-PROVEEDOR-ID, LK-FECHA,
           LK-CADUCADOS, LK-PRIMER-TIPO, LK-PRIMER-REFERENCIA,
           LK-PRIMER-VENCIMIENTO.
      *----------------------- DOCUMENTACION EN REGLA? --------------------
      * Cuenta los documentos obligatorios del proveedor con el
      * vencimiento ya pasado a la fecha dada. Lo llama la generacion
      * de pedidos antes de pedirle. Sin archivo de documentos no hay
      * nada caducado.
       INICIO.
           MOVE ZEROES TO LK-CADUCADOS
           MOVE SPACE TO LK-PRIMER-TIPO
           MOVE SPACES TO LK-PRIMER-REFERENCIA
           MOVE ZEROES TO LK-PRIMER-VENCIMIENTO
           OPEN INPUT DOCUMENTOS-PROV
           IF WS-DOCUMENTOS-STATUS = "00"
               MOVE "N" TO WS-EOF
               MOVE LK-PROVEEDOR-ID TO DCP-PROVEEDOR-ID
               MOVE LOW-VALUES TO DCP-TIPO
               MOVE LOW-VALUES TO DCP-REFERENCIA
               START DOCUMENTOS-PROV KEY IS NOT LESS THAN DCP-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "S"
                   READ DOCUMENTOS-PROV NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF DCP-PROVEEDOR-ID NOT = LK-PROVEEDOR-ID
                               MOVE "S" TO WS-EOF
                           ELSE
                               PERFORM EXAMINAR-DOCUMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCUMENTOS-PROV
           ELSE
               IF WS-DOCUMENTOS-STATUS NOT = "35"
                   MOVE "INICIO" TO WS-INC-PARRAFO
                   MOVE "DOCUMENTOS-PROV-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-DOCUMENTOS-STATUS TO WS-INC-ESTADO
                   MOVE LK-PROVEEDOR-ID TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF
           GOBACK.

       EXAMINAR-DOCUMENTO.
           IF DCP-ES-OBLIGATORIO AND DCP-FECHA-VENCIMIENTO > 0 AND
              DCP-FECHA-VENCIMIENTO < LK-FECHA
               ADD 1 TO LK-CADUCADOS
               IF LK-CADUCADOS = 1
                   MOVE DCP-TIPO TO LK-PRIMER-TIPO
                   MOVE DCP-REFERENCIA TO LK-PRIMER-REFERENCIA
                   MOVE DCP-FECHA-VENCIMIENTO TO LK-PRIMER-VENCIMIENTO
               END-IF
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REVISAR-DOCUMENTOS-PROV" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REVISAR-DOCUMENTOS-PROV.
