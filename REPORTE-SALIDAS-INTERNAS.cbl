       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-SALIDAS-INTERNAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALIDAS-INTERNAS
               ASSIGN TO "SALIDAS-INTERNAS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALIDAS-STATUS.

           SELECT MERMAS
               ASSIGN TO "MERMAS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERMAS-STATUS.

           SELECT REPORTE-SALIDA
               ASSIGN TO "REPORTE-SALIDAS-INTERNAS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SALIDAS-INTERNAS.
           COPY SALIDAINT.

       FD MERMAS.
           COPY MERMA.

       FD REPORTE-SALIDA.
       01 SALIDA-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SALIDAS-STATUS PIC XX.
       01 WS-MERMAS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-MES-PEDIDO PIC 9(6).
       01 WS-AUTOCONSUMO-UNIDADES PIC 9(8) VALUE ZEROES.
       01 WS-AUTOCONSUMO-VALOR PIC 9(9)V99 VALUE ZEROES.
       01 WS-DONACION-UNIDADES PIC 9(8) VALUE ZEROES.
       01 WS-DONACION-VALOR PIC 9(9)V99 VALUE ZEROES.
       01 WS-MERMA-UNIDADES PIC 9(8) VALUE ZEROES.
       01 WS-MERMA-VALOR PIC 9(9)V99 VALUE ZEROES.
       01 WS-CERTIFICADOS PIC 9(5) VALUE ZEROES.
       01 WS-ULTIMO-CERTIFICADO PIC 9(6) VALUE ZEROES.

       01 SALIDA-TITULO.
           05 FILLER PIC X(36) VALUE
               "AUTOCONSUMO, DONACIONES Y MERMAS - ".
           05 ST-MES PIC 9(6).
       01 SALIDA-ENCABEZADO.
           05 FILLER PIC X(11) VALUE "TIPO".
           05 FILLER PIC X(8) VALUE "PRODUCTO".
           05 FILLER PIC X(9) VALUE " UNIDADES".
           05 FILLER PIC X(10) VALUE "  FECHA".
           05 FILLER PIC X(12) VALUE "   VALOR-EUR".
           05 FILLER PIC X(9) VALUE "  DETALLE".
       01 SALIDA-DETALLE.
           05 SD-TIPO PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-PRODUCTO-ID PIC Z(5)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SD-UNIDADES PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-VALOR PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-DETALLE PIC X(40).
       01 SALIDA-RESUMEN.
           05 SR-CONCEPTO PIC X(34).
           05 SR-UNIDADES PIC Z(7)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SR-VALOR PIC Z(8)9.99.
       01 SALIDA-SEPARADOR PIC X(100) VALUE ALL "-".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- SALIDAS SIN VENTA DEL MES ------------------
      * Separa en un mes (AAAAMM) las tres salidas de stock que no
      * son venta: autoconsumo y donaciones (SALIDAS-INTERNAS.dat, a
      * costo medio ponderado) y mermas (MERMAS.dat, al precio de
      * venta con que se registran). Detalle por registro y resumen
      * por tipo, con el numero de certificados de donacion emitidos.
       INICIO.
           DISPLAY "Ingrese el mes a reportar (AAAAMM): "
           ACCEPT WS-MES-PEDIDO

           OPEN OUTPUT REPORTE-SALIDA
           MOVE WS-MES-PEDIDO TO ST-MES
           MOVE SALIDA-TITULO TO SALIDA-LINEA
           WRITE SALIDA-LINEA
           DISPLAY SALIDA-TITULO
           MOVE SALIDA-ENCABEZADO TO SALIDA-LINEA
           WRITE SALIDA-LINEA
           DISPLAY SALIDA-ENCABEZADO

           PERFORM LEER-SALIDAS-INTERNAS
           PERFORM LEER-MERMAS
           PERFORM ESCRIBIR-RESUMEN

           CLOSE REPORTE-SALIDA
           GOBACK.

       LEER-SALIDAS-INTERNAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT SALIDAS-INTERNAS
           IF WS-SALIDAS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ SALIDAS-INTERNAS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF SI-FECHA(1:6) = WS-MES-PEDIDO
                               PERFORM ESCRIBIR-LINEA-SALIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALIDAS-INTERNAS
           ELSE
               IF WS-SALIDAS-STATUS NOT = "35"
                   MOVE "LEER-SALIDAS-INTERNAS" TO WS-INC-PARRAFO
                   MOVE "SALIDAS-INTERNAS.dat" TO WS-INC-ARCHIVO
                   MOVE WS-SALIDAS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

      *> Las lineas de una donacion se graban seguidas: cada cambio de
      *> numero de certificado es un certificado mas.
       ESCRIBIR-LINEA-SALIDA.
           MOVE SPACES TO SD-DETALLE
           IF SI-DONACION
               MOVE "DONACION" TO SD-TIPO
               STRING "Cert. " SI-CERTIFICADO " " SI-ENTIDAD
                   DELIMITED BY SIZE INTO SD-DETALLE
               ADD SI-UNIDADES TO WS-DONACION-UNIDADES
               ADD SI-VALOR TO WS-DONACION-VALOR
               IF SI-CERTIFICADO NOT = WS-ULTIMO-CERTIFICADO
                   ADD 1 TO WS-CERTIFICADOS
                   MOVE SI-CERTIFICADO TO WS-ULTIMO-CERTIFICADO
               END-IF
           ELSE
               MOVE "AUTOCONSUMO" TO SD-TIPO
               MOVE SI-MOTIVO TO SD-DETALLE
               ADD SI-UNIDADES TO WS-AUTOCONSUMO-UNIDADES
               ADD SI-VALOR TO WS-AUTOCONSUMO-VALOR
           END-IF
           MOVE SI-PRODUCTO-ID TO SD-PRODUCTO-ID
           MOVE SI-UNIDADES TO SD-UNIDADES
           MOVE SI-FECHA TO SD-FECHA
           MOVE SI-VALOR TO SD-VALOR
           MOVE SALIDA-DETALLE TO SALIDA-LINEA
           WRITE SALIDA-LINEA
           DISPLAY SALIDA-DETALLE.

       LEER-MERMAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MERMAS
           IF WS-MERMAS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ MERMAS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF MERMA-FECHA(1:6) = WS-MES-PEDIDO
                               PERFORM ESCRIBIR-LINEA-MERMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MERMAS
           ELSE
               IF WS-MERMAS-STATUS NOT = "35"
                   MOVE "LEER-MERMAS" TO WS-INC-PARRAFO
                   MOVE "MERMAS.dat" TO WS-INC-ARCHIVO
                   MOVE WS-MERMAS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

       ESCRIBIR-LINEA-MERMA.
           MOVE "MERMA" TO SD-TIPO
           MOVE MERMA-PRODUCTO-ID TO SD-PRODUCTO-ID
           MOVE MERMA-UNIDADES TO SD-UNIDADES
           MOVE MERMA-FECHA TO SD-FECHA
           MOVE MERMA-VALOR TO SD-VALOR
           MOVE SPACES TO SD-DETALLE
           STRING MERMA-ORIGEN " " MERMA-MOTIVO
               DELIMITED BY SIZE INTO SD-DETALLE
           MOVE SALIDA-DETALLE TO SALIDA-LINEA
           WRITE SALIDA-LINEA
           DISPLAY SALIDA-DETALLE
           ADD MERMA-UNIDADES TO WS-MERMA-UNIDADES
           ADD MERMA-VALOR TO WS-MERMA-VALOR.

       ESCRIBIR-RESUMEN.
           MOVE SALIDA-SEPARADOR TO SALIDA-LINEA
           WRITE SALIDA-LINEA
           DISPLAY SALIDA-SEPARADOR

           MOVE "AUTOCONSUMO (A COSTE)............" TO SR-CONCEPTO
           MOVE WS-AUTOCONSUMO-UNIDADES TO SR-UNIDADES
           MOVE WS-AUTOCONSUMO-VALOR TO SR-VALOR
           PERFORM ESCRIBIR-LINEA-RESUMEN

           MOVE "DONACIONES (A COSTE)............." TO SR-CONCEPTO
           MOVE WS-DONACION-UNIDADES TO SR-UNIDADES
           MOVE WS-DONACION-VALOR TO SR-VALOR
           PERFORM ESCRIBIR-LINEA-RESUMEN

           MOVE "MERMAS (A PRECIO DE VENTA)......." TO SR-CONCEPTO
           MOVE WS-MERMA-UNIDADES TO SR-UNIDADES
           MOVE WS-MERMA-VALOR TO SR-VALOR
           PERFORM ESCRIBIR-LINEA-RESUMEN

           MOVE SPACES TO SALIDA-LINEA
           STRING "CERTIFICADOS DE DONACION EMITIDOS: " WS-CERTIFICADOS
               DELIMITED BY SIZE INTO SALIDA-LINEA
           WRITE SALIDA-LINEA
           DISPLAY SALIDA-LINEA.

       ESCRIBIR-LINEA-RESUMEN.
           MOVE SALIDA-RESUMEN TO SALIDA-LINEA
           WRITE SALIDA-LINEA
           DISPLAY SALIDA-RESUMEN.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-SALIDAS-INTERNAS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-SALIDAS-INTERNAS.
