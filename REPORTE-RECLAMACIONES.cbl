       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-RECLAMACIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMACIONES
               ASSIGN TO "RECLAMACIONES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-RECLAMACIONES-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-RECLAMACIONES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECLAMACIONES.
           COPY RECLAMA.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RECLAMACIONES-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-FECHA-AVISO PIC 9(8).
       01 WS-DIAS PIC S9(5).
       01 WS-DIAS-EDIT PIC Z(4)9.
       01 WS-ABIERTAS PIC 9(5).

      *----------------------- PLAZO DE AVISO -----------------------------
      * Dias antes del limite en que una reclamacion abierta sale en
      * el informe, para contestarla a tiempo.
       01 WS-DIAS-AVISO PIC 9(3) VALUE 7.

       01 REP-TITULO.
           05 FILLER PIC X(40) VALUE
               "RECLAMACIONES SIN CONTESTAR VENCIDAS O A".
           05 FILLER PIC X(30) VALUE
               " PUNTO DE VENCER - AL DIA ".
           05 RT-FECHA PIC 9(8).
       01 REP-ENCABEZADO.
           05 FILLER PIC X(7) VALUE "NUMERO".
           05 FILLER PIC X(16) VALUE "HOJA OFICIAL".
           05 FILLER PIC X(9) VALUE "FECHA".
           05 FILLER PIC X(9) VALUE "LIMITE".
           05 FILLER PIC X(31) VALUE "RECLAMANTE".
           05 FILLER PIC X(2) VALUE "C".
           05 FILLER PIC X(7) VALUE "TICKET".
           05 FILLER PIC X(7) VALUE "PROD.".
           05 FILLER PIC X(20) VALUE "ESTADO".
       01 REP-DETALLE.
           05 RD-NUMERO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RD-HOJA PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 RD-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RD-LIMITE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RD-NOMBRE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 RD-CATEGORIA PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 RD-TICKET PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RD-PRODUCTO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RD-ESTADO PIC X(24).
       01 REP-DETALLE-TEXTO.
           05 FILLER PIC X(7) VALUE SPACES.
           05 RX-DESCRIPCION PIC X(60).
       01 REP-TOTAL.
           05 RTT-ETIQUETA PIC X(40).
           05 RTT-CANTIDAD PIC Z(4)9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-FECHA PIC 9(8).
      * Abiertas con el plazo ya vencido y abiertas que vencen en los
      * proximos WS-DIAS-AVISO dias.
       01 LK-VENCIDAS PIC 9(5).
       01 LK-POR-VENCER PIC 9(5).

       PROCEDURE DIVISION USING LK-FECHA, LK-VENCIDAS, LK-POR-VENCER.
      *----------------------- PLAZOS DE RECLAMACIONES --------------------
      * Hojas de reclamaciones sin contestar cuyo plazo ya vencio o
      * vence en los proximos WS-DIAS-AVISO dias, con los dias que
      * les quedan o que llevan vencidas. Lo llaman el batch nocturno
      * (que lo archiva y lo lleva al resumen operativo) y
      * GESTION-RECLAMACIONES. Sale en REPORTE-RECLAMACIONES.txt.
       INICIO.
           MOVE ZEROES TO LK-VENCIDAS
           MOVE ZEROES TO LK-POR-VENCER
           MOVE ZEROES TO WS-ABIERTAS
           COMPUTE WS-FECHA-AVISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LK-FECHA) + WS-DIAS-AVISO)

           OPEN OUTPUT REPORTE-TXT
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "No se pudo crear REPORTE-RECLAMACIONES.txt. "
                   "Estado: " WS-REPORTE-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "REPORTE-RECLAMACIONES.txt" TO WS-INC-ARCHIVO
               MOVE WS-REPORTE-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           MOVE LK-FECHA TO RT-FECHA
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA

           OPEN INPUT RECLAMACIONES
           IF WS-RECLAMACIONES-STATUS NOT = "00"
               MOVE "(SIN RECLAMACIONES REGISTRADAS)" TO REP-LINEA
               WRITE REP-LINEA
           ELSE
               PERFORM RECORRER-RECLAMACIONES
               CLOSE RECLAMACIONES
           END-IF

           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "ABIERTAS CON EL PLAZO VENCIDO" TO RTT-ETIQUETA
           MOVE LK-VENCIDAS TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "VENCEN EN LOS PROXIMOS DIAS" TO RTT-ETIQUETA
           MOVE LK-POR-VENCER TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "TOTAL SIN CONTESTAR" TO RTT-ETIQUETA
           MOVE WS-ABIERTAS TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           CLOSE REPORTE-TXT
           DISPLAY "RECLAMACIONES VENCIDAS: " LK-VENCIDAS
               "  POR VENCER: " LK-POR-VENCER
           GOBACK.

       RECORRER-RECLAMACIONES.
           MOVE "N" TO WS-EOF
           MOVE ZEROES TO HR-NUMERO
           START RECLAMACIONES KEY IS NOT LESS THAN HR-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ RECLAMACIONES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF HR-ABIERTA
                           ADD 1 TO WS-ABIERTAS
                           IF HR-FECHA-LIMITE <= WS-FECHA-AVISO
                               PERFORM ESCRIBIR-RECLAMACION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-RECLAMACION.
           MOVE HR-NUMERO TO RD-NUMERO
           MOVE HR-HOJA-OFICIAL TO RD-HOJA
           MOVE HR-FECHA TO RD-FECHA
           MOVE HR-FECHA-LIMITE TO RD-LIMITE
           MOVE HR-NOMBRE TO RD-NOMBRE
           MOVE HR-CATEGORIA TO RD-CATEGORIA
           MOVE HR-TICKET-NUMERO TO RD-TICKET
           MOVE HR-PRODUCTO-ID TO RD-PRODUCTO
           MOVE SPACES TO RD-ESTADO
           IF HR-FECHA-LIMITE < LK-FECHA
               ADD 1 TO LK-VENCIDAS
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(LK-FECHA)
                   - FUNCTION INTEGER-OF-DATE(HR-FECHA-LIMITE)
               MOVE WS-DIAS TO WS-DIAS-EDIT
               STRING "VENCIDA HACE " WS-DIAS-EDIT " DIAS"
                   DELIMITED BY SIZE INTO RD-ESTADO
           ELSE
               ADD 1 TO LK-POR-VENCER
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(HR-FECHA-LIMITE)
                   - FUNCTION INTEGER-OF-DATE(LK-FECHA)
               MOVE WS-DIAS TO WS-DIAS-EDIT
               STRING "VENCE EN " WS-DIAS-EDIT " DIAS"
                   DELIMITED BY SIZE INTO RD-ESTADO
           END-IF
           MOVE REP-DETALLE TO REP-LINEA
           WRITE REP-LINEA
           MOVE HR-DESCRIPCION TO RX-DESCRIPCION
           MOVE REP-DETALLE-TEXTO TO REP-LINEA
           WRITE REP-LINEA.

       ESCRIBIR-TOTAL.
           MOVE REP-TOTAL TO REP-LINEA
           WRITE REP-LINEA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-RECLAMACIONES" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-RECLAMACIONES.
