       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIPO-CAMBIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIOS
               ASSIGN TO "CAMBIOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CAMBIOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAMBIOS.
           COPY CAMBIO.

       WORKING-STORAGE SECTION.
       77 WS-CAMBIOS-STATUS PIC XX.
       77 WS-EOF PIC X.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-MONEDA PIC X(3).
       01 LK-FECHA PIC 9(8).
       01 LK-TASA PIC 9(4)V9(6).
       01 LK-ENCONTRADO PIC X.
           88 LK-CAMBIO-ENCONTRADO VALUE "S".
           88 LK-SIN-CAMBIO VALUE "N".

       PROCEDURE DIVISION USING LK-MONEDA, LK-FECHA, LK-TASA,
           LK-ENCONTRADO.
      *----------------------- TIPO DE CAMBIO A UNA FECHA -----------------
      * Devuelve el tipo de cambio vigente de la divisa en la fecha
      * dada: el ultimo registrado con fecha igual o anterior. El
      * euro (o moneda en blanco) vale siempre 1. Sin tipo cargado
      * devuelve "N" y tasa cero: quien llama decide (pedirlo a mano
      * o no valorar). Importe en euros = importe en divisa / tasa.
       INICIO.
           MOVE "N" TO LK-ENCONTRADO
           MOVE ZEROES TO LK-TASA
           IF LK-MONEDA = SPACES OR LK-MONEDA = "EUR"
               MOVE 1 TO LK-TASA
               MOVE "S" TO LK-ENCONTRADO
           ELSE
               OPEN INPUT CAMBIOS
               IF WS-CAMBIOS-STATUS = "00"
                   PERFORM BUSCAR-TASA-VIGENTE
                   CLOSE CAMBIOS
               ELSE
                   IF WS-CAMBIOS-STATUS NOT = "35"
                       MOVE "INICIO" TO WS-INC-PARRAFO
                       MOVE "CAMBIOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                       MOVE WS-CAMBIOS-STATUS TO WS-INC-ESTADO
                       MOVE LK-MONEDA TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   END-IF
               END-IF
           END-IF
           GOBACK.

       BUSCAR-TASA-VIGENTE.
           MOVE "N" TO WS-EOF
           MOVE LK-MONEDA TO CB-MONEDA
           MOVE ZEROES TO CB-FECHA
           START CAMBIOS KEY IS NOT LESS THAN CB-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ CAMBIOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF CB-MONEDA NOT = LK-MONEDA OR
                          CB-FECHA > LK-FECHA
                           MOVE "S" TO WS-EOF
                       ELSE
                           IF CB-TASA > 0
                               MOVE CB-TASA TO LK-TASA
                               MOVE "S" TO LK-ENCONTRADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "TIPO-CAMBIO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM TIPO-CAMBIO.
