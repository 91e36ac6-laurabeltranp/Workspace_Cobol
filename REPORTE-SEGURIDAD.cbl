       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-SEGURIDAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-SEGURIDAD
               ASSIGN TO "SEGURIDAD-LOG.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CREDENCIALES
               ASSIGN TO "CREDENCIALES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-OPERADOR-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CREDENCIALES-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-SEGURIDAD.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOG-SEGURIDAD.
           COPY LOGSEG.

       FD CREDENCIALES.
           COPY CREDENCIAL.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC XX.
       01 WS-CREDENCIALES-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-FECHA-DESDE PIC 9(8).
       01 WS-ENCONTRADO PIC X VALUE "N".
      * Margen de aviso de las claves que caducan pronto. La vigencia
      * es la de los parametros, la misma que aplica VALIDAR-OPERADOR.
       01 WS-DIAS-AVISO PIC 9(3) VALUE 7.
       01 WS-DIAS-CLAVE PIC S9(8).
       01 WS-DIAS-RESTANTES PIC S9(8).

      *----------------------- ACUMULADO POR OPERADOR ---------------------
       01 WS-OPE-CANT PIC 9(3) VALUE ZEROES.
       01 WS-OPE-IDX PIC 9(3).
       01 TABLA-OPERADORES.
           05 SO-ENTRADA OCCURS 200 TIMES.
               10 SO-OPERADOR PIC X(8).
               10 SO-ACCESOS PIC 9(5).
               10 SO-FALLOS PIC 9(5).
               10 SO-BLOQUEOS PIC 9(3).
               10 SO-DENEGADOS PIC 9(5).
               10 SO-CAMBIOS PIC 9(3).
       01 WS-TOTAL-ACCESOS PIC 9(6) VALUE ZEROES.
       01 WS-TOTAL-FALLOS PIC 9(6) VALUE ZEROES.
       01 WS-TOTAL-BLOQUEOS PIC 9(4) VALUE ZEROES.
       01 WS-TOTAL-DENEGADOS PIC 9(6) VALUE ZEROES.
       01 WS-TOTAL-CAMBIOS PIC 9(4) VALUE ZEROES.

      *----------------------- LINEAS DEL REPORTE -------------------------
       01 REP-TITULO.
           05 FILLER PIC X(31) VALUE "ACCESOS DE OPERADORES - DEL ".
           05 RT-DESDE PIC 9(8).
           05 FILLER PIC X(4) VALUE " AL ".
           05 RT-HASTA PIC 9(8).
       01 REP-ENC-OPERADOR.
           05 FILLER PIC X(10) VALUE "OPERADOR".
           05 FILLER PIC X(9) VALUE "  ACCESOS".
           05 FILLER PIC X(9) VALUE "   FALLOS".
           05 FILLER PIC X(9) VALUE " BLOQUEOS".
           05 FILLER PIC X(10) VALUE " DENEGADOS".
           05 FILLER PIC X(14) VALUE " CAMBIOS-CLAVE".
       01 REP-OPERADOR.
           05 RO-OPERADOR PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RO-ACCESOS PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RO-FALLOS PIC Z(6)9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 RO-BLOQUEOS PIC Z(3)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RO-DENEGADOS PIC Z(6)9.
           05 FILLER PIC X(8) VALUE SPACES.
           05 RO-CAMBIOS PIC Z(3)9.
       01 REP-ENC-EVENTO.
           05 FILLER PIC X(9) VALUE "FECHA".
           05 FILLER PIC X(9) VALUE "HORA".
           05 FILLER PIC X(5) VALUE "CAJA".
           05 FILLER PIC X(10) VALUE "OPERADOR".
           05 FILLER PIC X(11) VALUE "EVENTO".
           05 FILLER PIC X(10) VALUE "AUTOR".
           05 FILLER PIC X(7) VALUE "DETALLE".
       01 REP-EVENTO.
           05 RE-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RE-HORA PIC 99B99B99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RE-TERMINAL PIC 9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RE-OPERADOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RE-EVENTO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 RE-AUTOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RE-DETALLE PIC X(40).
       01 REP-ENC-CREDENCIAL.
           05 FILLER PIC X(10) VALUE "OPERADOR".
           05 FILLER PIC X(15) VALUE "SITUACION".
           05 FILLER PIC X(10) VALUE "FECHA".
           05 FILLER PIC X(12) VALUE "ULT. ACCESO".
       01 REP-CREDENCIAL.
           05 RC-OPERADOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RC-SITUACION PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RC-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RC-ULTIMO-ACCESO PIC 9(8).
       01 REP-SEPARADOR PIC X(100) VALUE ALL "-".
      * Parametros de la tienda: vigencia de la clave.
           COPY PARAMETRO.

       LINKAGE SECTION.
      * Ultimo dia de la semana que se revisa (se cubren los siete
      * dias que terminan en el) e incidencias para el aviso del
      * batch: bloqueos, accesos por la clave de arranque e intentos
      * sin maestro de operadores.
       01 LK-FECHA PIC 9(8).
       01 LK-INCIDENCIAS PIC 9(4).

       PROCEDURE DIVISION USING LK-FECHA, LK-INCIDENCIAS.
      *----------------------- INFORME DE SEGURIDAD -----------------------
      * Resumen semanal de SEGURIDAD-LOG.dat: accesos, fallos,
      * bloqueos, denegaciones y cambios de clave por operador; la
      * lista de los eventos que un supervisor debe mirar uno a uno
      * (bloqueos y desbloqueos, claves reseteadas, identidades
      * desconocidas, arranque con la clave compartida, maestro
      * ausente); y la situacion actual de las credenciales:
      * bloqueadas, provisionales y las que caducan en WS-DIAS-AVISO
      * dias. Sale en REPORTE-SEGURIDAD.txt.
       INICIO.
           MOVE ZEROES TO LK-INCIDENCIAS
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE ZEROES TO WS-OPE-CANT
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LK-FECHA) - 6)

           OPEN OUTPUT REPORTE-TXT
           MOVE WS-FECHA-DESDE TO RT-DESDE
           MOVE LK-FECHA TO RT-HASTA
           MOVE REP-TITULO TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO REP-LINEA
           PERFORM ESCRIBIR-LINEA

           MOVE "EVENTOS A REVISAR" TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-ENC-EVENTO TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           PERFORM LEER-LOG-SEGURIDAD

           MOVE SPACES TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "ACCESOS POR OPERADOR" TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-ENC-OPERADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
               UNTIL WS-OPE-IDX > WS-OPE-CANT
               PERFORM ESCRIBIR-LINEA-OPERADOR
           END-PERFORM
           MOVE REP-SEPARADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "TOTAL" TO RO-OPERADOR
           MOVE WS-TOTAL-ACCESOS TO RO-ACCESOS
           MOVE WS-TOTAL-FALLOS TO RO-FALLOS
           MOVE WS-TOTAL-BLOQUEOS TO RO-BLOQUEOS
           MOVE WS-TOTAL-DENEGADOS TO RO-DENEGADOS
           MOVE WS-TOTAL-CAMBIOS TO RO-CAMBIOS
           MOVE REP-OPERADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA

           MOVE SPACES TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "CREDENCIALES BLOQUEADAS, PROVISIONALES O POR CADUCAR"
               TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-ENC-CREDENCIAL TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           PERFORM REVISAR-CREDENCIALES

           CLOSE REPORTE-TXT
           DISPLAY "SEGURIDAD: " WS-TOTAL-FALLOS " FALLOS, "
               WS-TOTAL-BLOQUEOS " BLOQUEOS. VER REPORTE-SEGURIDAD.txt"
           GOBACK.

      *----------------------- LOG DE LA SEMANA ---------------------------
       LEER-LOG-SEGURIDAD.
           MOVE "N" TO WS-EOF
           OPEN INPUT LOG-SEGURIDAD
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ LOG-SEGURIDAD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF LS-FECHA >= WS-FECHA-DESDE AND
                              LS-FECHA <= LK-FECHA
                               PERFORM ACUMULAR-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-SEGURIDAD
           END-IF.

      *> Los accesos buenos y los cambios de clave solo cuentan; el
      *> resto sale tambien en la lista. Un fallo suelto de clave no
      *> se lista (queda en la cuenta), la identidad desconocida si.
       ACUMULAR-EVENTO.
           PERFORM BUSCAR-OPERADOR
           EVALUATE TRUE
               WHEN LS-ACCESO-OK
                   ADD 1 TO WS-TOTAL-ACCESOS
                   IF WS-ENCONTRADO = "S"
                       ADD 1 TO SO-ACCESOS(WS-OPE-IDX)
                   END-IF
               WHEN LS-CAMBIO-CLAVE
                   ADD 1 TO WS-TOTAL-CAMBIOS
                   IF WS-ENCONTRADO = "S"
                       ADD 1 TO SO-CAMBIOS(WS-OPE-IDX)
                   END-IF
               WHEN LS-FALLO
                   ADD 1 TO WS-TOTAL-FALLOS
                   IF WS-ENCONTRADO = "S"
                       ADD 1 TO SO-FALLOS(WS-OPE-IDX)
                   END-IF
                   IF LS-DETALLE(1:12) = "Identidad de" OR
                      LS-DETALLE(1:15) = "Clave compartid"
                       PERFORM ESCRIBIR-LINEA-EVENTO
                   END-IF
               WHEN LS-BLOQUEO
                   ADD 1 TO WS-TOTAL-FALLOS
                   ADD 1 TO WS-TOTAL-BLOQUEOS
                   ADD 1 TO LK-INCIDENCIAS
                   IF WS-ENCONTRADO = "S"
                       ADD 1 TO SO-FALLOS(WS-OPE-IDX)
                       ADD 1 TO SO-BLOQUEOS(WS-OPE-IDX)
                   END-IF
                   PERFORM ESCRIBIR-LINEA-EVENTO
               WHEN LS-DENEGADO
                   ADD 1 TO WS-TOTAL-DENEGADOS
                   IF WS-ENCONTRADO = "S"
                       ADD 1 TO SO-DENEGADOS(WS-OPE-IDX)
                   END-IF
                   PERFORM ESCRIBIR-LINEA-EVENTO
               WHEN LS-ARRANQUE OR LS-SIN-MAESTRO
                   ADD 1 TO LK-INCIDENCIAS
                   PERFORM ESCRIBIR-LINEA-EVENTO
               WHEN OTHER
                   PERFORM ESCRIBIR-LINEA-EVENTO
           END-EVALUATE.

       BUSCAR-OPERADOR.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
               UNTIL WS-OPE-IDX > WS-OPE-CANT OR WS-ENCONTRADO = "S"
               IF SO-OPERADOR(WS-OPE-IDX) = LS-OPERADOR
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = "S"
               SUBTRACT 1 FROM WS-OPE-IDX
           ELSE
               IF WS-OPE-CANT < 200
                   ADD 1 TO WS-OPE-CANT
                   MOVE WS-OPE-CANT TO WS-OPE-IDX
                   MOVE LS-OPERADOR TO SO-OPERADOR(WS-OPE-IDX)
                   MOVE ZEROES TO SO-ACCESOS(WS-OPE-IDX)
                   MOVE ZEROES TO SO-FALLOS(WS-OPE-IDX)
                   MOVE ZEROES TO SO-BLOQUEOS(WS-OPE-IDX)
                   MOVE ZEROES TO SO-DENEGADOS(WS-OPE-IDX)
                   MOVE ZEROES TO SO-CAMBIOS(WS-OPE-IDX)
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-IF.

       ESCRIBIR-LINEA-EVENTO.
           MOVE LS-FECHA TO RE-FECHA
           MOVE LS-HORA TO RE-HORA
           MOVE LS-TERMINAL TO RE-TERMINAL
           MOVE LS-OPERADOR TO RE-OPERADOR
           MOVE LS-EVENTO TO RE-EVENTO
           MOVE LS-AUTOR TO RE-AUTOR
           MOVE LS-DETALLE TO RE-DETALLE
           MOVE REP-EVENTO TO REP-LINEA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA-OPERADOR.
           MOVE SO-OPERADOR(WS-OPE-IDX) TO RO-OPERADOR
           MOVE SO-ACCESOS(WS-OPE-IDX) TO RO-ACCESOS
           MOVE SO-FALLOS(WS-OPE-IDX) TO RO-FALLOS
           MOVE SO-BLOQUEOS(WS-OPE-IDX) TO RO-BLOQUEOS
           MOVE SO-DENEGADOS(WS-OPE-IDX) TO RO-DENEGADOS
           MOVE SO-CAMBIOS(WS-OPE-IDX) TO RO-CAMBIOS
           MOVE REP-OPERADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA.

      *----------------------- SITUACION DE CREDENCIALES ------------------
       REVISAR-CREDENCIALES.
           MOVE "N" TO WS-EOF
           OPEN INPUT CREDENCIALES
           IF WS-CREDENCIALES-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ CREDENCIALES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CLASIFICAR-CREDENCIAL
                   END-READ
               END-PERFORM
               CLOSE CREDENCIALES
           END-IF.

       CLASIFICAR-CREDENCIAL.
           MOVE SPACES TO RC-SITUACION
           MOVE ZEROES TO RC-FECHA
           EVALUATE TRUE
               WHEN CR-ESTA-BLOQUEADO
                   MOVE "BLOQUEADA" TO RC-SITUACION
                   MOVE CR-FECHA-BLOQUEO TO RC-FECHA
               WHEN CR-FECHA-CLAVE = 0
                   MOVE "PROVISIONAL" TO RC-SITUACION
               WHEN OTHER
                   COMPUTE WS-DIAS-CLAVE =
                       FUNCTION INTEGER-OF-DATE(LK-FECHA)
                       - FUNCTION INTEGER-OF-DATE(CR-FECHA-CLAVE)
                   COMPUTE WS-DIAS-RESTANTES =
                       PA-DIAS-VIGENCIA-CLAVE - WS-DIAS-CLAVE
                   IF WS-DIAS-RESTANTES < 0
                       MOVE "CADUCADA" TO RC-SITUACION
                   ELSE
                       IF WS-DIAS-RESTANTES <= WS-DIAS-AVISO
                           MOVE "CADUCA PRONTO" TO RC-SITUACION
                       END-IF
                   END-IF
                   MOVE CR-FECHA-CLAVE TO RC-FECHA
           END-EVALUATE
           IF RC-SITUACION NOT = SPACES
               MOVE CR-OPERADOR-ID TO RC-OPERADOR
               MOVE CR-ULTIMO-ACCESO TO RC-ULTIMO-ACCESO
               MOVE REP-CREDENCIAL TO REP-LINEA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-LINEA.
           WRITE REP-LINEA.

       END PROGRAM REPORTE-SEGURIDAD.
