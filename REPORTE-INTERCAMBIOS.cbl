       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-INTERCAMBIOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERCAMBIOS-LOG
               ASSIGN TO "INTERCAMBIOS-LOG.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-INTERCAMBIOS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INTERCAMBIOS-LOG.
           COPY INTERLOG.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-LISTADOS PIC 9(5).
       01 WS-EMITIDOS PIC 9(5).
       01 WS-ACEPTADOS PIC 9(5).

      *----------------------- LINEAS DEL REPORTE -------------------------
       01 REP-TITULO.
           05 FILLER PIC X(30) VALUE "ARCHIVOS INTERCAMBIADOS DEL ".
           05 RT-DESDE PIC 9(8).
           05 FILLER PIC X(4) VALUE " AL ".
           05 RT-HASTA PIC 9(8).
       01 REP-ENCABEZADO.
           05 FILLER PIC X(9) VALUE "FECHA".
           05 FILLER PIC X(9) VALUE "HORA".
           05 FILLER PIC X(4) VALUE "S/E".
           05 FILLER PIC X(11) VALUE "TIPO".
           05 FILLER PIC X(11) VALUE "SOCIO".
           05 FILLER PIC X(7) VALUE "SECUEN".
           05 FILLER PIC X(9) VALUE "FEC.ARCH".
           05 FILLER PIC X(9) VALUE "LINEAS".
           05 FILLER PIC X(17) VALUE "    CANTIDADES".
           05 FILLER PIC X(19) VALUE "        IMPORTES".
           05 FILLER PIC X(4) VALUE "RES".
           05 FILLER PIC X(8) VALUE "OPERADOR".
       01 REP-DETALLE.
           05 RD-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RD-HORA PIC 99B99B99.
           05 FILLER PIC X VALUE SPACE.
           05 RD-SENTIDO PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-TIPO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 RD-SOCIO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 RD-SECUENCIA PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RD-FECHA-ARCHIVO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RD-REGISTROS PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-CANTIDADES PIC -(12)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-IMPORTES PIC -(12)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-RESULTADO PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-OPERADOR PIC X(8).
       01 REP-DETALLE-TEXTO.
           05 FILLER PIC X(9) VALUE SPACES.
           05 RX-PROGRAMA PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 RX-ARCHIVO PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 RX-MOTIVO PIC X(40).
       01 REP-TOTAL.
           05 RB-TEXTO PIC X(40).
           05 RB-CANTIDAD PIC Z(4)9.
       01 REP-SEPARADOR PIC X(132) VALUE ALL "-".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * Periodo a listar y cuantos archivos se rechazaron en el.
       01 LK-FECHA-DESDE PIC 9(8).
       01 LK-FECHA-HASTA PIC 9(8).
       01 LK-RECHAZADOS PIC 9(5).

       PROCEDURE DIVISION USING LK-FECHA-DESDE, LK-FECHA-HASTA,
           LK-RECHAZADOS.
      *----------------------- INFORME DE INTERCAMBIOS --------------------
      * Archivos emitidos y recibidos en el periodo, tal como quedaron
      * en INTERCAMBIOS-LOG.dat: sentido, tipo, tienda o proveedor,
      * secuencia y cifras de control. Los rechazados llevan debajo el
      * motivo; son los que hay que volver a pedir. Sale en
      * REPORTE-INTERCAMBIOS.txt.
       INICIO.
           MOVE ZEROES TO LK-RECHAZADOS
           MOVE ZEROES TO WS-LISTADOS
           MOVE ZEROES TO WS-EMITIDOS
           MOVE ZEROES TO WS-ACEPTADOS

           OPEN OUTPUT REPORTE-TXT
           MOVE LK-FECHA-DESDE TO RT-DESDE
           MOVE LK-FECHA-HASTA TO RT-HASTA
           MOVE REP-TITULO TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-ENCABEZADO TO REP-LINEA
           PERFORM ESCRIBIR-LINEA

           MOVE "N" TO WS-EOF
           OPEN INPUT INTERCAMBIOS-LOG
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ INTERCAMBIOS-LOG
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF IL-FECHA >= LK-FECHA-DESDE AND
                              IL-FECHA <= LK-FECHA-HASTA
                               PERFORM ESCRIBIR-LINEA-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERCAMBIOS-LOG
           ELSE
               IF WS-LOG-STATUS NOT = "35"
                   MOVE "INICIO" TO WS-INC-PARRAFO
                   MOVE "INTERCAMBIOS-LOG.dat" TO WS-INC-ARCHIVO
                   MOVE WS-LOG-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF

           IF WS-LISTADOS = 0
               MOVE "SIN ARCHIVOS INTERCAMBIADOS EN EL PERIODO."
                   TO REP-LINEA
               PERFORM ESCRIBIR-LINEA
           END-IF

           MOVE REP-SEPARADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO REP-TOTAL
           MOVE "ARCHIVOS EMITIDOS" TO RB-TEXTO
           MOVE WS-EMITIDOS TO RB-CANTIDAD
           MOVE REP-TOTAL TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "ARCHIVOS RECIBIDOS Y APLICADOS" TO RB-TEXTO
           MOVE WS-ACEPTADOS TO RB-CANTIDAD
           MOVE REP-TOTAL TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "ARCHIVOS RECHAZADOS" TO RB-TEXTO
           MOVE LK-RECHAZADOS TO RB-CANTIDAD
           MOVE REP-TOTAL TO REP-LINEA
           PERFORM ESCRIBIR-LINEA

           CLOSE REPORTE-TXT
           DISPLAY "INTERCAMBIOS: " WS-LISTADOS " (" LK-RECHAZADOS
               " RECHAZADOS). VER REPORTE-INTERCAMBIOS.txt"
           GOBACK.

       ESCRIBIR-LINEA-DETALLE.
           ADD 1 TO WS-LISTADOS
           EVALUATE TRUE
               WHEN IL-EMITIDO
                   ADD 1 TO WS-EMITIDOS
               WHEN IL-ACEPTADO
                   ADD 1 TO WS-ACEPTADOS
               WHEN OTHER
                   ADD 1 TO LK-RECHAZADOS
           END-EVALUATE
           MOVE IL-FECHA TO RD-FECHA
           MOVE IL-HORA TO RD-HORA
           MOVE IL-SENTIDO TO RD-SENTIDO
           MOVE IL-TIPO TO RD-TIPO
           MOVE IL-SOCIO TO RD-SOCIO
           MOVE IL-SECUENCIA TO RD-SECUENCIA
           MOVE IL-FECHA-ARCHIVO TO RD-FECHA-ARCHIVO
           MOVE IL-REGISTROS TO RD-REGISTROS
           MOVE IL-TOTAL-CANTIDADES TO RD-CANTIDADES
           MOVE IL-TOTAL-IMPORTES TO RD-IMPORTES
           MOVE IL-RESULTADO TO RD-RESULTADO
           MOVE IL-OPERADOR TO RD-OPERADOR
           MOVE REP-DETALLE TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           IF IL-RECHAZADO
               MOVE IL-PROGRAMA TO RX-PROGRAMA
               MOVE IL-ARCHIVO TO RX-ARCHIVO
               MOVE IL-MOTIVO TO RX-MOTIVO
               MOVE REP-DETALLE-TEXTO TO REP-LINEA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-LINEA.
           WRITE REP-LINEA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-INTERCAMBIOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-INTERCAMBIOS.
