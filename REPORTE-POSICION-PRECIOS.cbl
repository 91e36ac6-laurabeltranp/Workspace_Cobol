       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-POSICION-PRECIOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECIOS-COMPETENCIA
               ASSIGN TO "PRECIOS-COMPETENCIA-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCO-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRECIOS-STATUS.

           SELECT COMPETIDORES
               ASSIGN TO "COMPETIDORES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               FILE STATUS IS WS-COMPETIDORES-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT CLASE-ABC
               ASSIGN TO "CLASE-ABC.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABC-PRODUCTO-ID
               FILE STATUS IS WS-ABC-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-POSICION-PRECIOS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRECIOS-COMPETENCIA.
           COPY PRECCOMP.

       FD COMPETIDORES.
           COPY COMPETID.

       FD PRODUCTO.
           COPY PRODFLT.

       FD CLASE-ABC.
           COPY CLASEABC.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-PRECIOS-STATUS PIC XX.
       01 WS-COMPETIDORES-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-ABC-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-UMBRAL-PCT PIC 9(3).
       01 WS-DIFERENCIA-PCT PIC S9(7)V9.
       01 WS-MARGEN-PCT PIC S9(7)V9.
       01 WS-CLASE PIC X.
       01 WS-COMPARADOS PIC 9(5) VALUE ZEROES.
       01 WS-MAS-CAROS PIC 9(5) VALUE ZEROES.
       01 WS-MAS-BARATOS PIC 9(5) VALUE ZEROES.

      *----------------------- ULTIMA OBSERVACION -------------------------
      * Ultimo registro leido de cada producto y competidor: como la
      * clave va por fecha, es su precio vigente.
       01 WS-ULT-PRODUCTO PIC 9(6) VALUE ZEROES.
       01 WS-ULT-COMPETIDOR PIC 9(3) VALUE ZEROES.
       01 WS-ULT-FECHA PIC 9(8).
       01 WS-ULT-PRECIO PIC 9(5)V99.

       01 REP-TITULO.
           05 FILLER PIC X(44) VALUE
               "POSICION DE PRECIOS FRENTE A LA COMPETENCIA ".
           05 FILLER PIC X(7) VALUE "AL DIA ".
           05 RT-FECHA PIC 9(8).
           05 FILLER PIC X(27) VALUE
               " - AVISO EN CLASE A SOBRE +".
           05 RT-UMBRAL PIC ZZ9.
           05 FILLER PIC X VALUE "%".
       01 REP-ENCABEZADO PIC X(120) VALUE
           "PROD.  DESCRIPCION               C  NUESTRO COMPETIDOR      
      -    "FECHA     SU PRECIO    DIF.%   MARGEN% AVISO".
       01 REP-DETALLE.
           05 RD-PRODUCTO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RD-DESCRIP PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 RD-CLASE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 RD-NUESTRO PIC Z(4)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RD-COMPETIDOR PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 RD-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RD-SU-PRECIO PIC Z(4)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RD-DIFERENCIA PIC -(6)9.9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-MARGEN PIC -(6)9.9 BLANK WHEN ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 RD-AVISO PIC X(12).
       01 REP-TOTAL.
           05 RTT-ETIQUETA PIC X(40).
           05 RTT-CANTIDAD PIC Z(4)9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * Productos clase A marcados por estar caros.
       01 LK-MARCADOS PIC 9(5).

       PROCEDURE DIVISION USING LK-MARCADOS.
      *----------------------- POSICION DE PRECIOS -----------------------
      * Por cada producto a la venta y cada competidor activo, nuestro
      * PRODUCTO-PRECIO frente a su ultimo precio observado, la
      * diferencia en % (positiva = somos mas caros) y el margen que
      * nos quedaria vendiendo a su precio con PRODUCTO-COSTO. Los
      * productos clase A (REPORTE-ABC) en que somos mas caros que el
      * umbral pedido salen marcados: son los que el cliente compara.
       INICIO.
           MOVE ZEROES TO LK-MARCADOS
           MOVE ZEROES TO WS-COMPARADOS
           MOVE ZEROES TO WS-MAS-CAROS
           MOVE ZEROES TO WS-MAS-BARATOS
           MOVE ZEROES TO WS-ULT-PRODUCTO
           MOVE ZEROES TO WS-ULT-COMPETIDOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           DISPLAY "Umbral de aviso en % sobre el competidor "
               "(ENTER = 10): "
           MOVE ZEROES TO WS-UMBRAL-PCT
           ACCEPT WS-UMBRAL-PCT
           IF WS-UMBRAL-PCT NOT NUMERIC OR WS-UMBRAL-PCT = 0
               MOVE 10 TO WS-UMBRAL-PCT
           END-IF

           OPEN INPUT PRECIOS-COMPETENCIA
           IF WS-PRECIOS-STATUS NOT = "00"
               DISPLAY "NO HAY PRECIOS DE LA COMPETENCIA ANOTADOS."
               GOBACK
           END-IF
           OPEN INPUT COMPETIDORES
           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRECIOS-COMPETENCIA
               IF WS-COMPETIDORES-STATUS = "00"
                   CLOSE COMPETIDORES
               END-IF
               GOBACK
           END-IF
           OPEN INPUT CLASE-ABC
           OPEN OUTPUT REPORTE-TXT

           MOVE WS-HOY TO RT-FECHA
           MOVE WS-UMBRAL-PCT TO RT-UMBRAL
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-ENCABEZADO

           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO PCO-CLAVE
           START PRECIOS-COMPETENCIA KEY IS NOT LESS THAN PCO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ PRECIOS-COMPETENCIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM TRATAR-OBSERVACION
               END-READ
           END-PERFORM
           IF WS-ULT-PRODUCTO > 0
               PERFORM ESCRIBIR-POSICION
           END-IF

           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "COMPARACIONES (PRODUCTO Y COMPETIDOR)" TO RTT-ETIQUETA
           MOVE WS-COMPARADOS TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  SOMOS MAS CAROS" TO RTT-ETIQUETA
           MOVE WS-MAS-CAROS TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  SOMOS MAS BARATOS" TO RTT-ETIQUETA
           MOVE WS-MAS-BARATOS TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "CLASE A CAROS SOBRE EL UMBRAL" TO RTT-ETIQUETA
           MOVE LK-MARCADOS TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL

           CLOSE PRECIOS-COMPETENCIA
           CLOSE PRODUCTO
           CLOSE REPORTE-TXT
           IF WS-COMPETIDORES-STATUS = "00"
               CLOSE COMPETIDORES
           END-IF
           IF WS-ABC-STATUS = "00"
               CLOSE CLASE-ABC
           END-IF
           DISPLAY "COMPARACIONES: " WS-COMPARADOS
               "  CLASE A MARCADOS: " LK-MARCADOS
           DISPLAY "Informe en REPORTE-POSICION-PRECIOS.txt"
           GOBACK.

      *> Al cambiar de producto o de competidor, lo retenido es la
      *> ultima observacion del par anterior.
       TRATAR-OBSERVACION.
           IF WS-ULT-PRODUCTO > 0 AND
              (PCO-PRODUCTO-ID NOT = WS-ULT-PRODUCTO OR
               PCO-COMPETIDOR-ID NOT = WS-ULT-COMPETIDOR)
               PERFORM ESCRIBIR-POSICION
           END-IF
           MOVE PCO-PRODUCTO-ID TO WS-ULT-PRODUCTO
           MOVE PCO-COMPETIDOR-ID TO WS-ULT-COMPETIDOR
           MOVE PCO-FECHA TO WS-ULT-FECHA
           MOVE PCO-PRECIO TO WS-ULT-PRECIO.

       ESCRIBIR-POSICION.
           MOVE WS-ULT-PRODUCTO TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRODUCTO-DISCONTINUADO NOT = "S" AND
                      PRODUCTO-PRECIO > 0
                       PERFORM BUSCAR-COMPETIDOR
                   END-IF
           END-READ.

       BUSCAR-COMPETIDOR.
           MOVE SPACES TO RD-COMPETIDOR
           IF WS-COMPETIDORES-STATUS = "00"
               MOVE WS-ULT-COMPETIDOR TO CMP-ID
               READ COMPETIDORES
                   INVALID KEY
                       MOVE "(DESCONOCIDO)" TO RD-COMPETIDOR
                       PERFORM ESCRIBIR-LINEA-POSICION
                   NOT INVALID KEY
                       IF CMP-ES-ACTIVO
                           MOVE CMP-NOMBRE TO RD-COMPETIDOR
                           PERFORM ESCRIBIR-LINEA-POSICION
                       END-IF
               END-READ
           ELSE
               PERFORM ESCRIBIR-LINEA-POSICION
           END-IF.

       ESCRIBIR-LINEA-POSICION.
           ADD 1 TO WS-COMPARADOS
           MOVE "-" TO WS-CLASE
           IF WS-ABC-STATUS = "00"
               MOVE PRODUCTO-ID TO ABC-PRODUCTO-ID
               READ CLASE-ABC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ABC-CLASE TO WS-CLASE
               END-READ
           END-IF
           COMPUTE WS-DIFERENCIA-PCT ROUNDED =
               (PRODUCTO-PRECIO - WS-ULT-PRECIO) * 100 / WS-ULT-PRECIO
           MOVE ZEROES TO WS-MARGEN-PCT
           IF PRODUCTO-COSTO > 0
               COMPUTE WS-MARGEN-PCT ROUNDED =
                   (WS-ULT-PRECIO - PRODUCTO-COSTO) * 100
                   / WS-ULT-PRECIO
           END-IF
           EVALUATE TRUE
               WHEN PRODUCTO-PRECIO > WS-ULT-PRECIO
                   ADD 1 TO WS-MAS-CAROS
               WHEN PRODUCTO-PRECIO < WS-ULT-PRECIO
                   ADD 1 TO WS-MAS-BARATOS
           END-EVALUATE
           MOVE SPACES TO RD-AVISO
           IF WS-CLASE = "A" AND WS-DIFERENCIA-PCT > WS-UMBRAL-PCT
               MOVE "*** CARO A" TO RD-AVISO
               ADD 1 TO LK-MARCADOS
           END-IF
           MOVE PRODUCTO-ID TO RD-PRODUCTO
           MOVE PRODUCTO-DESCRIP TO RD-DESCRIP
           MOVE WS-CLASE TO RD-CLASE
           MOVE PRODUCTO-PRECIO TO RD-NUESTRO
           MOVE WS-ULT-FECHA TO RD-FECHA
           MOVE WS-ULT-PRECIO TO RD-SU-PRECIO
           MOVE WS-DIFERENCIA-PCT TO RD-DIFERENCIA
           MOVE WS-MARGEN-PCT TO RD-MARGEN
           MOVE REP-DETALLE TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-DETALLE.

       ESCRIBIR-TOTAL.
           MOVE REP-TOTAL TO REP-LINEA
           WRITE REP-LINEA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-POSICION-PRECIOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-POSICION-PRECIOS.
