       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CONTENIDO-NETO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-CONTENIDO-NETO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTO.
           COPY PRODFLT.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-REVISADOS PIC 9(6) VALUE ZEROES.
       01 WS-CON-CONTENIDO PIC 9(6) VALUE ZEROES.
       01 WS-NO-APLICA PIC 9(6) VALUE ZEROES.
       01 WS-SIN-CONTENIDO PIC 9(6) VALUE ZEROES.
       01 WS-MOTIVO PIC X(30).

       01 REP-TITULO.
           05 FILLER PIC X(39) VALUE
               "PRODUCTOS A LA VENTA SIN CONTENIDO NETO".
           05 FILLER PIC X(33) VALUE
               " (PRECIO POR KILO/LITRO) - AL DIA".
           05 FILLER PIC X VALUE SPACE.
           05 RT-FECHA PIC 9(8).
       01 REP-ENCABEZADO PIC X(110) VALUE
           "PRODUCTO DESCRIPCION                    PROV.  EAN          
      -    " UBICACION  MOTIVO".
       01 REP-DETALLE.
           05 RD-PRODUCTO PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-DESCRIP PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 RD-PROVEEDOR PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RD-EAN PIC 9(13).
           05 FILLER PIC X VALUE SPACE.
           05 RD-UBICACION PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 RD-MOTIVO PIC X(30).
       01 REP-TOTAL.
           05 RTT-ETIQUETA PIC X(40).
           05 RTT-CANTIDAD PIC Z(5)9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- CONTENIDO NETO PENDIENTE -------------------
      * Control de los productos a la venta que no pueden llevar el
      * precio por kilo o litro en la etiqueta porque les falta el
      * contenido neto o su unidad. Quedan fuera los descatalogados,
      * los articulos deposito de envase, los productos al peso (ya
      * van por kilo) y los marcados N (venta por piezas). El listado
      * va a REPORTE-CONTENIDO-NETO.txt ordenado por producto, con el
      * proveedor y la ubicacion para completarlo en la estanteria.
       INICIO.
           MOVE ZEROES TO WS-REVISADOS
           MOVE ZEROES TO WS-CON-CONTENIDO
           MOVE ZEROES TO WS-NO-APLICA
           MOVE ZEROES TO WS-SIN-CONTENIDO
           MOVE "N" TO WS-EOF

           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           OPEN OUTPUT REPORTE-TXT
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "No se pudo crear REPORTE-CONTENIDO-NETO.txt. "
                   "Estado: " WS-REPORTE-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "REPORTE-CONTENIDO-NETO.txt" TO WS-INC-ARCHIVO
               MOVE WS-REPORTE-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRODUCTO
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO RT-FECHA
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-ENCABEZADO

           MOVE ZEROES TO PRODUCTO-ID
           START PRODUCTO KEY IS NOT LESS THAN PRODUCTO-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ PRODUCTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PRODUCTO-DISCONTINUADO NOT = "S" AND
                          NOT PRODUCTO-ES-DEPOSITO AND
                          PRODUCTO-UNIDAD-MEDIDA NOT = "K"
                           PERFORM REVISAR-CONTENIDO
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "PRODUCTOS REVISADOS" TO RTT-ETIQUETA
           MOVE WS-REVISADOS TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  CON CONTENIDO NETO" TO RTT-ETIQUETA
           MOVE WS-CON-CONTENIDO TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  VENTA POR PIEZAS (NO APLICA)" TO RTT-ETIQUETA
           MOVE WS-NO-APLICA TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  SIN CONTENIDO NETO (A COMPLETAR)" TO RTT-ETIQUETA
           MOVE WS-SIN-CONTENIDO TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL

           CLOSE PRODUCTO
           CLOSE REPORTE-TXT
           DISPLAY "PRODUCTOS SIN CONTENIDO NETO: " WS-SIN-CONTENIDO
           DISPLAY "Listado en REPORTE-CONTENIDO-NETO.txt"
           GOBACK.

      *> Un contenido a cero o una unidad fuera de G/K/M/L/N es tan
      *> inutil para la etiqueta como no tenerlo.
       REVISAR-CONTENIDO.
           ADD 1 TO WS-REVISADOS
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN PRODUCTO-CONTENIDO-NO-APLICA
                   ADD 1 TO WS-NO-APLICA
               WHEN PRODUCTO-CONTENIDO-SIN-INFORMAR
                   MOVE "SIN CONTENIDO NETO" TO WS-MOTIVO
               WHEN NOT PRODUCTO-CONTENIDO-PESO AND
                    NOT PRODUCTO-CONTENIDO-VOLUMEN
                   MOVE "UNIDAD DE CONTENIDO NO VALIDA" TO WS-MOTIVO
               WHEN PRODUCTO-CONTENIDO-NETO NOT NUMERIC
                   MOVE "CANTIDAD NO NUMERICA" TO WS-MOTIVO
               WHEN PRODUCTO-CONTENIDO-NETO = 0
                   MOVE "CANTIDAD A CERO" TO WS-MOTIVO
               WHEN OTHER
                   ADD 1 TO WS-CON-CONTENIDO
           END-EVALUATE
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-SIN-CONTENIDO
               MOVE PRODUCTO-ID TO RD-PRODUCTO
               MOVE PRODUCTO-DESCRIP TO RD-DESCRIP
               MOVE PRODUCTO-PROVEEDOR-ID TO RD-PROVEEDOR
               MOVE PRODUCTO-EAN TO RD-EAN
               MOVE PRODUCTO-UBICACION TO RD-UBICACION
               MOVE WS-MOTIVO TO RD-MOTIVO
               MOVE REP-DETALLE TO REP-LINEA
               WRITE REP-LINEA
               DISPLAY REP-DETALLE
           END-IF.

       ESCRIBIR-TOTAL.
           MOVE REP-TOTAL TO REP-LINEA
           WRITE REP-LINEA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-CONTENIDO-NETO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-CONTENIDO-NETO.
