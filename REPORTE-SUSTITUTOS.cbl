       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-SUSTITUTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSTITUCIONES
               ASSIGN TO "SUSTITUCIONES-OFRECIDAS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSTITUCIONES-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-SUSTITUTOS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSTITUCIONES.
           COPY SUSTOFR.

       FD PRODUCTO.
           COPY PRODFLT.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-SUSTITUCIONES-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-IDX PIC 9(3).
       01 WS-ENCONTRADO PIC X VALUE "N".
       01 WS-FECHA-DESDE PIC 9(8).
       01 WS-FECHA-HASTA PIC 9(8).
       01 WS-PCT PIC 9(3)V9.
       01 WS-TOTAL-OFRECIDOS PIC 9(7) VALUE ZEROES.
       01 WS-TOTAL-ACEPTADOS PIC 9(7) VALUE ZEROES.

      *----------------------- ACUMULADO POR PAREJA -----------------------
      * Una fila por producto pedido y sustituto ofrecido: veces
      * ofrecido, aceptado en caja y aceptado en encargos.
       01 WS-PAREJAS-CANT PIC 9(3) VALUE ZEROES.
       01 TABLA-PAREJAS.
           05 TPA-ENTRADA OCCURS 300 TIMES.
               10 TPA-PRODUCTO-ID PIC 9(6).
               10 TPA-SUSTITUTO-ID PIC 9(6).
               10 TPA-OFRECIDOS PIC 9(5).
               10 TPA-ACEPT-CAJA PIC 9(5).
               10 TPA-ACEPT-ENCARGOS PIC 9(5).

       01 REP-TITULO.
           05 FILLER PIC X(32) VALUE "SUSTITUTOS OFRECIDOS Y ACEPTADOS".
           05 FILLER PIC X(5) VALUE " DEL ".
           05 RT-DESDE PIC 9(8).
           05 FILLER PIC X(4) VALUE " AL ".
           05 RT-HASTA PIC 9(8).
       01 REP-ENCABEZADO PIC X(120) VALUE
           "PEDIDO DESCRIPCION          SUSTIT DESCRIPCION          OFRE
      -    "C. ACEPT.CAJA ACEPT.ENC.  %ACEPT.".
       01 REP-DETALLE.
           05 RD-PRODUCTO-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RD-DESCRIP-PEDIDO PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RD-SUSTITUTO-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RD-DESCRIP-SUSTITUTO PIC X(20).
           05 RD-OFRECIDOS PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ACEPT-CAJA PIC Z(5)9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 RD-ACEPT-ENCARGOS PIC Z(5)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-PCT PIC ZZ9.9.
       01 REP-TOTAL.
           05 FILLER PIC X(56) VALUE "TOTAL".
           05 RTT-OFRECIDOS PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RTT-ACEPTADOS PIC Z(6)9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- ACEPTACION DE SUSTITUTOS -------------------
      * Cuantas veces se ofrecio cada sustituto al faltar stock (en
      * caja y en el mostrador de encargos) y cuantas se lo llevo el
      * cliente, en un rango de fechas: los que nunca se aceptan
      * sobran en la lista de GESTION-SUSTITUTOS.
       INICIO.
           DISPLAY "Fecha desde (AAAAMMDD): "
           ACCEPT WS-FECHA-DESDE
           DISPLAY "Fecha hasta (AAAAMMDD): "
           ACCEPT WS-FECHA-HASTA
           IF WS-FECHA-DESDE NOT NUMERIC OR
              WS-FECHA-HASTA NOT NUMERIC OR
              WS-FECHA-DESDE > WS-FECHA-HASTA
               DISPLAY "RANGO INVALIDO."
               STOP RUN
           END-IF

           OPEN INPUT SUSTITUCIONES
           IF WS-SUSTITUCIONES-STATUS NOT = "00"
               DISPLAY "Sin sustituciones ofrecidas "
                   "(SUSTITUCIONES-OFRECIDAS.dat). Estado: "
                   WS-SUSTITUCIONES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "SUSTITUCIONES-OFRECIDAS.dat" TO WS-INC-ARCHIVO
               MOVE WS-SUSTITUCIONES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "S"
               READ SUSTITUCIONES
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF SO-FECHA >= WS-FECHA-DESDE AND
                          SO-FECHA <= WS-FECHA-HASTA
                           PERFORM ACUMULAR-PAREJA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSTITUCIONES

           OPEN OUTPUT REPORTE-TXT
           MOVE WS-FECHA-DESDE TO RT-DESDE
           MOVE WS-FECHA-HASTA TO RT-HASTA
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-TITULO
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-ENCABEZADO

           OPEN INPUT PRODUCTO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PAREJAS-CANT
               PERFORM ESCRIBIR-PAREJA
           END-PERFORM
           IF WS-PRODUCTO-STATUS = "00"
               CLOSE PRODUCTO
           END-IF

           MOVE WS-TOTAL-OFRECIDOS TO RTT-OFRECIDOS
           MOVE WS-TOTAL-ACEPTADOS TO RTT-ACEPTADOS
           MOVE REP-TOTAL TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-TOTAL
           CLOSE REPORTE-TXT
           DISPLAY "Reporte en REPORTE-SUSTITUTOS.txt"
           STOP RUN.

       ACUMULAR-PAREJA.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PAREJAS-CANT OR WS-ENCONTRADO = "S"
               IF TPA-PRODUCTO-ID(WS-IDX) = SO-PRODUCTO-ID AND
                  TPA-SUSTITUTO-ID(WS-IDX) = SO-SUSTITUTO-ID
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = "S"
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF WS-PAREJAS-CANT < 300
                   ADD 1 TO WS-PAREJAS-CANT
                   MOVE WS-PAREJAS-CANT TO WS-IDX
                   MOVE SO-PRODUCTO-ID TO TPA-PRODUCTO-ID(WS-IDX)
                   MOVE SO-SUSTITUTO-ID TO TPA-SUSTITUTO-ID(WS-IDX)
                   MOVE ZEROES TO TPA-OFRECIDOS(WS-IDX)
                   MOVE ZEROES TO TPA-ACEPT-CAJA(WS-IDX)
                   MOVE ZEROES TO TPA-ACEPT-ENCARGOS(WS-IDX)
                   MOVE "S" TO WS-ENCONTRADO
               ELSE
                   DISPLAY "AVISO: TABLA-PAREJAS llena (300), "
                       "sustituto " SO-SUSTITUTO-ID " fuera del informe"
               END-IF
           END-IF
           IF WS-ENCONTRADO = "S"
               ADD 1 TO TPA-OFRECIDOS(WS-IDX)
               ADD 1 TO WS-TOTAL-OFRECIDOS
               IF SO-FUE-ACEPTADO
                   ADD 1 TO WS-TOTAL-ACEPTADOS
                   IF SO-EN-ENCARGOS
                       ADD 1 TO TPA-ACEPT-ENCARGOS(WS-IDX)
                   ELSE
                       ADD 1 TO TPA-ACEPT-CAJA(WS-IDX)
                   END-IF
               END-IF
           END-IF.

       ESCRIBIR-PAREJA.
           MOVE TPA-PRODUCTO-ID(WS-IDX) TO RD-PRODUCTO-ID
           MOVE TPA-PRODUCTO-ID(WS-IDX) TO PRODUCTO-ID
           PERFORM LEER-DESCRIPCION
           MOVE PRODUCTO-DESCRIP TO RD-DESCRIP-PEDIDO
           MOVE TPA-SUSTITUTO-ID(WS-IDX) TO RD-SUSTITUTO-ID
           MOVE TPA-SUSTITUTO-ID(WS-IDX) TO PRODUCTO-ID
           PERFORM LEER-DESCRIPCION
           MOVE PRODUCTO-DESCRIP TO RD-DESCRIP-SUSTITUTO
           MOVE TPA-OFRECIDOS(WS-IDX) TO RD-OFRECIDOS
           MOVE TPA-ACEPT-CAJA(WS-IDX) TO RD-ACEPT-CAJA
           MOVE TPA-ACEPT-ENCARGOS(WS-IDX) TO RD-ACEPT-ENCARGOS
           COMPUTE WS-PCT ROUNDED =
               (TPA-ACEPT-CAJA(WS-IDX) + TPA-ACEPT-ENCARGOS(WS-IDX))
               * 100 / TPA-OFRECIDOS(WS-IDX)
           MOVE WS-PCT TO RD-PCT
           MOVE REP-DETALLE TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-DETALLE.

       LEER-DESCRIPCION.
           IF WS-PRODUCTO-STATUS = "00"
               READ PRODUCTO
                   INVALID KEY
                       MOVE "(DESCONOCIDO)" TO PRODUCTO-DESCRIP
               END-READ
           ELSE
               MOVE SPACES TO PRODUCTO-DESCRIP
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-SUSTITUTOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-SUSTITUTOS.
