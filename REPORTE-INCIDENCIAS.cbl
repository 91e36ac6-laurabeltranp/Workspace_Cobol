       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-INCIDENCIAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENCIAS
               ASSIGN TO "INCIDENCIAS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INCIDENCIAS-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-INCIDENCIAS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT WS-INC-SORT
               ASSIGN TO "WS-SORTINC.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD INCIDENCIAS.
           COPY INCIDENCIA.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(132).

       SD WS-INC-SORT.
       01 SI-REGISTRO.
      * 1 graves, 2 errores, 3 avisos: el orden en que se leen.
           05 SI-ORDEN PIC 9.
           05 SI-PROGRAMA PIC X(30).
           05 SI-HORA PIC 9(6).
           05 SI-TERMINAL PIC 9.
           05 SI-OPERADOR PIC X(8).
           05 SI-PARRAFO PIC X(30).
           05 SI-ARCHIVO PIC X(40).
           05 SI-ESTADO PIC XX.
           05 SI-CLAVE PIC X(20).
           05 SI-DETALLE PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-INCIDENCIAS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-SORT PIC X VALUE "N".
      * Las mismas repeticiones que hacen saltar la alerta en
      * GRABAR-INCIDENCIA.
       01 WS-UMBRAL-REPETICION PIC 9(3) VALUE 3.
       01 WS-ORDEN-ANT PIC 9.
       01 WS-PROGRAMA-ANT PIC X(30).
       01 WS-SUB-PROGRAMA PIC 9(5).
       01 WS-SUB-SEVERIDAD PIC 9(5).

      *----------------------- ACUMULADO POR ARCHIVO ----------------------
       01 WS-ARC-CANT PIC 9(3) VALUE ZEROES.
       01 WS-ARC-IDX PIC 9(3).
       01 WS-ENCONTRADO PIC X VALUE "N".
       01 TABLA-ARCHIVOS.
           05 SA-ENTRADA OCCURS 200 TIMES.
               10 SA-ARCHIVO PIC X(40).
               10 SA-INCIDENCIAS PIC 9(5).
               10 SA-GRAVES PIC 9(5).
               10 SA-PRIMERA PIC 9(6).
               10 SA-ULTIMA PIC 9(6).

      *----------------------- LINEAS DEL REPORTE -------------------------
       01 REP-TITULO.
           05 FILLER PIC X(30) VALUE "INCIDENCIAS Y EXCEPCIONES DEL ".
           05 RT-FECHA PIC 9(8).
       01 REP-SEVERIDAD.
           05 RS-TITULO PIC X(50).
       01 REP-PROGRAMA.
           05 FILLER PIC X(10) VALUE "PROGRAMA: ".
           05 RP-PROGRAMA PIC X(30).
       01 REP-ENC-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "HORA".
           05 FILLER PIC X(5) VALUE "CAJA".
           05 FILLER PIC X(10) VALUE "OPERADOR".
           05 FILLER PIC X(31) VALUE "PARRAFO".
           05 FILLER PIC X(41) VALUE "ARCHIVO".
           05 FILLER PIC X(4) VALUE "EST.".
           05 FILLER PIC X(5) VALUE "CLAVE".
       01 REP-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-HORA PIC 99B99B99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-TERMINAL PIC 9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-OPERADOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-PARRAFO PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 RD-ARCHIVO PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 RD-ESTADO PIC XX.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-CLAVE PIC X(20).
       01 REP-DETALLE-TEXTO.
           05 FILLER PIC X(12) VALUE SPACES.
           05 RX-DETALLE PIC X(40).
       01 REP-SUBTOTAL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RB-TEXTO PIC X(40).
           05 RB-CANTIDAD PIC Z(4)9.
       01 REP-ENC-ARCHIVO.
           05 FILLER PIC X(41) VALUE "ARCHIVO".
           05 FILLER PIC X(12) VALUE "INCIDENCIAS".
           05 FILLER PIC X(8) VALUE "GRAVES".
           05 FILLER PIC X(10) VALUE "PRIMERA".
           05 FILLER PIC X(7) VALUE "ULTIMA".
       01 REP-ARCHIVO.
           05 RA-ARCHIVO PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RA-INCIDENCIAS PIC Z(4)9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 RA-GRAVES PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RA-PRIMERA PIC 99B99B99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RA-ULTIMA PIC 99B99B99.
       01 REP-SEPARADOR PIC X(132) VALUE ALL "-".

       LINKAGE SECTION.
      * Dia que se revisa y, para el resumen de la manana, cuantas
      * incidencias tuvo, cuantas graves y cuantos archivos llegaron
      * a la alerta de repeticion.
       01 LK-FECHA PIC 9(8).
       01 LK-INCIDENCIAS PIC 9(5).
       01 LK-GRAVES PIC 9(5).
       01 LK-ALERTAS PIC 9(5).

       PROCEDURE DIVISION USING LK-FECHA, LK-INCIDENCIAS, LK-GRAVES,
           LK-ALERTAS.
      *----------------------- INFORME DE INCIDENCIAS ---------------------
      * Excepciones del dia de INCIDENCIAS.dat: primero las graves
      * (el programa se detuvo), despues los errores de archivo y al
      * final los registros rechazados; dentro de cada severidad por
      * programa y hora, con subtotales. Cierra con los archivos que
      * llegaron a la alerta de repeticion, que suelen ser un disco,
      * un indice o una interfaz rota mas que un fallo de caja. Sale
      * en REPORTE-INCIDENCIAS.txt.
       INICIO.
           MOVE ZEROES TO LK-INCIDENCIAS
           MOVE ZEROES TO LK-GRAVES
           MOVE ZEROES TO LK-ALERTAS
           MOVE ZEROES TO WS-ARC-CANT

           OPEN OUTPUT REPORTE-TXT
           MOVE LK-FECHA TO RT-FECHA
           MOVE REP-TITULO TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA

           SORT WS-INC-SORT
               ON ASCENDING KEY SI-ORDEN SI-PROGRAMA SI-HORA
               INPUT PROCEDURE IS CARGAR-SORT-INCIDENCIAS
               OUTPUT PROCEDURE IS LISTAR-INCIDENCIAS

           IF LK-INCIDENCIAS = 0
               MOVE "SIN INCIDENCIAS EN EL DIA." TO REP-LINEA
               PERFORM ESCRIBIR-LINEA
           END-IF

           MOVE SPACES TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE "ARCHIVOS CON INCIDENCIAS REPETIDAS EN EL DIA"
               TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-ENC-ARCHIVO TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
               UNTIL WS-ARC-IDX > WS-ARC-CANT
               IF SA-INCIDENCIAS(WS-ARC-IDX) >= WS-UMBRAL-REPETICION
                   ADD 1 TO LK-ALERTAS
                   PERFORM ESCRIBIR-LINEA-ARCHIVO
               END-IF
           END-PERFORM
           IF LK-ALERTAS = 0
               MOVE "NINGUNO." TO REP-LINEA
               PERFORM ESCRIBIR-LINEA
           END-IF

           MOVE SPACES TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO REP-SUBTOTAL
           MOVE "TOTAL INCIDENCIAS DEL DIA" TO RB-TEXTO
           MOVE LK-INCIDENCIAS TO RB-CANTIDAD
           MOVE REP-SUBTOTAL TO REP-LINEA
           PERFORM ESCRIBIR-LINEA

           CLOSE REPORTE-TXT
           DISPLAY "INCIDENCIAS: " LK-INCIDENCIAS " (" LK-GRAVES
               " GRAVES). VER REPORTE-INCIDENCIAS.txt"
           GOBACK.

      *----------------------- INCIDENCIAS DEL DIA ------------------------
       CARGAR-SORT-INCIDENCIAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT INCIDENCIAS
           IF WS-INCIDENCIAS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ INCIDENCIAS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF INC-FECHA = LK-FECHA
                               PERFORM PASAR-INCIDENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENCIAS
           END-IF.

       PASAR-INCIDENCIA.
           ADD 1 TO LK-INCIDENCIAS
           EVALUATE TRUE
               WHEN INC-GRAVE
                   MOVE 1 TO SI-ORDEN
                   ADD 1 TO LK-GRAVES
               WHEN INC-ERROR
                   MOVE 2 TO SI-ORDEN
               WHEN OTHER
                   MOVE 3 TO SI-ORDEN
           END-EVALUATE
           MOVE INC-PROGRAMA TO SI-PROGRAMA
           MOVE INC-HORA TO SI-HORA
           MOVE INC-TERMINAL TO SI-TERMINAL
           MOVE INC-OPERADOR TO SI-OPERADOR
           MOVE INC-PARRAFO TO SI-PARRAFO
           MOVE INC-ARCHIVO TO SI-ARCHIVO
           MOVE INC-ESTADO TO SI-ESTADO
           MOVE INC-CLAVE TO SI-CLAVE
           MOVE INC-DETALLE TO SI-DETALLE
           RELEASE SI-REGISTRO
           IF INC-ARCHIVO NOT = SPACES
               PERFORM ACUMULAR-ARCHIVO
           END-IF.

      *> El registro viene en orden de grabacion, asi que la primera
      *> hora que se ve de un archivo es la primera del dia.
       ACUMULAR-ARCHIVO.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
               UNTIL WS-ARC-IDX > WS-ARC-CANT OR WS-ENCONTRADO = "S"
               IF SA-ARCHIVO(WS-ARC-IDX) = INC-ARCHIVO
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = "S"
               SUBTRACT 1 FROM WS-ARC-IDX
           ELSE
               IF WS-ARC-CANT < 200
                   ADD 1 TO WS-ARC-CANT
                   MOVE WS-ARC-CANT TO WS-ARC-IDX
                   MOVE INC-ARCHIVO TO SA-ARCHIVO(WS-ARC-IDX)
                   MOVE ZEROES TO SA-INCIDENCIAS(WS-ARC-IDX)
                   MOVE ZEROES TO SA-GRAVES(WS-ARC-IDX)
                   MOVE INC-HORA TO SA-PRIMERA(WS-ARC-IDX)
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-IF
           IF WS-ENCONTRADO = "S"
               ADD 1 TO SA-INCIDENCIAS(WS-ARC-IDX)
               IF INC-GRAVE
                   ADD 1 TO SA-GRAVES(WS-ARC-IDX)
               END-IF
               MOVE INC-HORA TO SA-ULTIMA(WS-ARC-IDX)
           END-IF.

      *----------------------- LISTADO POR SEVERIDAD Y PROGRAMA -----------
       LISTAR-INCIDENCIAS.
           MOVE "N" TO WS-EOF-SORT
           MOVE ZEROES TO WS-ORDEN-ANT
           MOVE SPACES TO WS-PROGRAMA-ANT
           PERFORM UNTIL WS-EOF-SORT = "S"
               RETURN WS-INC-SORT
                   AT END
                       MOVE "S" TO WS-EOF-SORT
                   NOT AT END
                       PERFORM CORTE-DE-CONTROL
                       PERFORM ESCRIBIR-LINEA-DETALLE
               END-RETURN
           END-PERFORM
           IF WS-ORDEN-ANT NOT = 0
               PERFORM CERRAR-PROGRAMA
               PERFORM CERRAR-SEVERIDAD
           END-IF.

       CORTE-DE-CONTROL.
           IF SI-ORDEN NOT = WS-ORDEN-ANT
               IF WS-ORDEN-ANT NOT = 0
                   PERFORM CERRAR-PROGRAMA
                   PERFORM CERRAR-SEVERIDAD
               END-IF
               PERFORM ABRIR-SEVERIDAD
               PERFORM ABRIR-PROGRAMA
           ELSE
               IF SI-PROGRAMA NOT = WS-PROGRAMA-ANT
                   PERFORM CERRAR-PROGRAMA
                   PERFORM ABRIR-PROGRAMA
               END-IF
           END-IF.

       ABRIR-SEVERIDAD.
           MOVE SI-ORDEN TO WS-ORDEN-ANT
           MOVE ZEROES TO WS-SUB-SEVERIDAD
           EVALUATE SI-ORDEN
               WHEN 1
                   MOVE "GRAVES - EL PROGRAMA SE DETUVO" TO RS-TITULO
               WHEN 2
                   MOVE "ERRORES DE ARCHIVO - EL PROGRAMA SIGUIO"
                       TO RS-TITULO
               WHEN OTHER
                   MOVE "AVISOS - REGISTROS RECHAZADOS" TO RS-TITULO
           END-EVALUATE
           MOVE SPACES TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-SEVERIDAD TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           PERFORM ESCRIBIR-LINEA.

       ABRIR-PROGRAMA.
           MOVE SI-PROGRAMA TO WS-PROGRAMA-ANT
           MOVE ZEROES TO WS-SUB-PROGRAMA
           MOVE SI-PROGRAMA TO RP-PROGRAMA
           MOVE REP-PROGRAMA TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE REP-ENC-DETALLE TO REP-LINEA
           PERFORM ESCRIBIR-LINEA.

       CERRAR-PROGRAMA.
           MOVE SPACES TO REP-SUBTOTAL
           MOVE "SUBTOTAL PROGRAMA" TO RB-TEXTO
           MOVE WS-SUB-PROGRAMA TO RB-CANTIDAD
           MOVE REP-SUBTOTAL TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO REP-LINEA
           PERFORM ESCRIBIR-LINEA.

       CERRAR-SEVERIDAD.
           MOVE SPACES TO REP-SUBTOTAL
           MOVE "SUBTOTAL SEVERIDAD" TO RB-TEXTO
           MOVE WS-SUB-SEVERIDAD TO RB-CANTIDAD
           MOVE REP-SUBTOTAL TO REP-LINEA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA-DETALLE.
           ADD 1 TO WS-SUB-PROGRAMA
           ADD 1 TO WS-SUB-SEVERIDAD
           MOVE SI-HORA TO RD-HORA
           MOVE SI-TERMINAL TO RD-TERMINAL
           MOVE SI-OPERADOR TO RD-OPERADOR
           MOVE SI-PARRAFO TO RD-PARRAFO
           MOVE SI-ARCHIVO TO RD-ARCHIVO
           MOVE SI-ESTADO TO RD-ESTADO
           MOVE SI-CLAVE TO RD-CLAVE
           MOVE REP-DETALLE TO REP-LINEA
           PERFORM ESCRIBIR-LINEA
           IF SI-DETALLE NOT = SPACES
               MOVE SI-DETALLE TO RX-DETALLE
               MOVE REP-DETALLE-TEXTO TO REP-LINEA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-LINEA-ARCHIVO.
           MOVE SA-ARCHIVO(WS-ARC-IDX) TO RA-ARCHIVO
           MOVE SA-INCIDENCIAS(WS-ARC-IDX) TO RA-INCIDENCIAS
           MOVE SA-GRAVES(WS-ARC-IDX) TO RA-GRAVES
           MOVE SA-PRIMERA(WS-ARC-IDX) TO RA-PRIMERA
           MOVE SA-ULTIMA(WS-ARC-IDX) TO RA-ULTIMA
           MOVE REP-ARCHIVO TO REP-LINEA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           WRITE REP-LINEA.

       END PROGRAM REPORTE-INCIDENCIAS.
