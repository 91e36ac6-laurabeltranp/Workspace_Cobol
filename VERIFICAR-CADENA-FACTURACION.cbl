       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-CADENA-FACTURACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-FACTURACION
               ASSIGN TO "REGISTRO-FACTURACION.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-SECUENCIA
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-REGISTRO-STATUS.

           SELECT REGISTRO-ULTIMO
               ASSIGN TO "REGISTRO-FACTURACION-ULTIMO.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ULTIMO-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "VERIFICAR-CADENA-FACTURACION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTRO-FACTURACION.
           COPY REGFACT.

       FD REGISTRO-ULTIMO.
       01 ULTIMO-REGISTRO.
           05 ULTIMO-SECUENCIA PIC 9(8).
           05 ULTIMO-HUELLA PIC X(64).

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRO-STATUS PIC XX.
       01 WS-ULTIMO-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-SECUENCIA-ESPERADA PIC 9(8) VALUE 1.
       01 WS-HUELLA-PREVIA PIC X(64) VALUE SPACES.
       01 WS-HUELLA-CALCULADA PIC X(64).
       01 WS-LEIDOS PIC 9(8) VALUE ZEROES.
       01 WS-ROTURAS PIC 9(6) VALUE ZEROES.
       01 WS-LEIDOS-EDIT PIC Z(7)9.
       01 WS-ROTURAS-EDIT PIC Z(5)9.

       01 REP-TITULO PIC X(60) VALUE
           "VERIFICACION DE LA CADENA DEL REGISTRO DE FACTURACION".
       01 REP-ROTURA.
           05 FILLER PIC X(10) VALUE "SECUENCIA ".
           05 RR-SECUENCIA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RR-NUM-SERIE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RR-MOTIVO PIC X(60).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- VERIFICAR CADENA ---------------------------
      * Recorre REGISTRO-FACTURACION.dat en orden de la cadena y
      * comprueba en cada registro que la secuencia no salta, que la
      * huella anterior que guarda es la del registro previo y que su
      * huella coincide con la que se recalcula de sus datos. Al
      * final compara el ultimo registro con el que anoto el alta,
      * para detectar registros quitados del final. Cada rotura sale
      * en VERIFICAR-CADENA-FACTURACION.txt.
       INICIO.
           OPEN INPUT REGISTRO-FACTURACION
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir REGISTRO-FACTURACION.dat. "
                   "Estado: " WS-REGISTRO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "REGISTRO-FACTURACION.dat" TO WS-INC-ARCHIVO
               MOVE WS-REGISTRO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-TXT
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA

           MOVE 0 TO RF-SECUENCIA
           START REGISTRO-FACTURACION KEY IS GREATER THAN RF-SECUENCIA
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ REGISTRO-FACTURACION NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       PERFORM VERIFICAR-REGISTRO
               END-READ
           END-PERFORM
           PERFORM VERIFICAR-FINAL-CADENA

           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-LEIDOS TO WS-LEIDOS-EDIT
           MOVE WS-ROTURAS TO WS-ROTURAS-EDIT
           MOVE SPACES TO REP-LINEA
           STRING "REGISTROS VERIFICADOS: " WS-LEIDOS-EDIT
               "   ROTURAS: " WS-ROTURAS-EDIT
               DELIMITED BY SIZE INTO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-LINEA
           IF WS-ROTURAS = 0
               MOVE "CADENA INTEGRA." TO REP-LINEA
           ELSE
               MOVE "*** CADENA ROTA: REVISAR LOS REGISTROS INDICADOS"
                   TO REP-LINEA
           END-IF
           WRITE REP-LINEA
           DISPLAY REP-LINEA

           CLOSE REGISTRO-FACTURACION
           CLOSE REPORTE-TXT
           STOP RUN.

       VERIFICAR-REGISTRO.
           IF RF-SECUENCIA NOT = WS-SECUENCIA-ESPERADA
               MOVE "FALTAN REGISTROS ANTES DE ESTE (SECUENCIA SALTA)"
                   TO RR-MOTIVO
               PERFORM ANOTAR-ROTURA
           END-IF
           IF RF-HUELLA-ANTERIOR NOT = WS-HUELLA-PREVIA
               MOVE "LA HUELLA ANTERIOR NO ES LA DEL REGISTRO PREVIO"
                   TO RR-MOTIVO
               PERFORM ANOTAR-ROTURA
           END-IF
           CALL "HUELLA-FACTURACION" USING REGISTRO-FACTURACION-REG,
               WS-HUELLA-CALCULADA
           IF WS-HUELLA-CALCULADA NOT = RF-HUELLA
               MOVE "DATOS ALTERADOS: LA HUELLA NO CORRESPONDE"
                   TO RR-MOTIVO
               PERFORM ANOTAR-ROTURA
           END-IF
           COMPUTE WS-SECUENCIA-ESPERADA = RF-SECUENCIA + 1
           MOVE RF-HUELLA TO WS-HUELLA-PREVIA.

      *> El alta deja anotado el ultimo registro grabado: si la
      *> cadena termina antes, o en otra huella, le quitaron el final.
       VERIFICAR-FINAL-CADENA.
           OPEN INPUT REGISTRO-ULTIMO
           IF WS-ULTIMO-STATUS = "00"
               READ REGISTRO-ULTIMO
                   NOT AT END
                       IF ULTIMO-SECUENCIA >= WS-SECUENCIA-ESPERADA
                          OR (ULTIMO-SECUENCIA > 0 AND
                              ULTIMO-SECUENCIA =
                                  WS-SECUENCIA-ESPERADA - 1 AND
                              ULTIMO-HUELLA NOT = WS-HUELLA-PREVIA)
                           MOVE ULTIMO-SECUENCIA TO RF-SECUENCIA
                           MOVE SPACES TO RF-NUM-SERIE
                           MOVE "FALTA EL FINAL DE LA CADENA"
                               TO RR-MOTIVO
                           PERFORM ANOTAR-ROTURA
                       END-IF
               END-READ
               CLOSE REGISTRO-ULTIMO
           END-IF.

       ANOTAR-ROTURA.
           MOVE RF-SECUENCIA TO RR-SECUENCIA
           MOVE RF-NUM-SERIE TO RR-NUM-SERIE
           MOVE REP-ROTURA TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-LINEA
           ADD 1 TO WS-ROTURAS.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "VERIFICAR-CADENA-FACTURACION" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM VERIFICAR-CADENA-FACTURACION.
