       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECIO-UNIDAD-MEDIDA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-CONTENIDO-BASE PIC 9(5)V9(6).

       LINKAGE SECTION.
       01 LK-PRECIO PIC 9(5)V99.
       01 LK-UNIDAD-MEDIDA PIC X.
       01 LK-CONTENIDO-NETO PIC 9(5)V999.
       01 LK-UNIDAD-CONTENIDO PIC X.
      * Precio por kilo o por litro y su unidad de referencia ("KILO"
      * o "LITRO"); espacios cuando no se puede calcular.
       01 LK-PRECIO-UNIDAD PIC 9(7)V99.
       01 LK-UNIDAD-REFERENCIA PIC X(5).

       PROCEDURE DIVISION USING LK-PRECIO, LK-UNIDAD-MEDIDA,
           LK-CONTENIDO-NETO, LK-UNIDAD-CONTENIDO, LK-PRECIO-UNIDAD,
           LK-UNIDAD-REFERENCIA.
      *----------------------- PRECIO POR UNIDAD DE MEDIDA ----------------
      * Calcula el precio por kilo o por litro de un precio de venta
      * con el contenido neto del producto, para la etiqueta de
      * estanteria, el listado de rebajas y la consulta de precios.
      * El producto al peso ya se vende por kilo. Sin contenido neto,
      * o con unidad N (se vende por piezas), no hay precio que dar.
       INICIO.
           MOVE ZEROES TO LK-PRECIO-UNIDAD
           MOVE SPACES TO LK-UNIDAD-REFERENCIA
           IF LK-UNIDAD-MEDIDA = "K"
               MOVE LK-PRECIO TO LK-PRECIO-UNIDAD
               MOVE "KILO" TO LK-UNIDAD-REFERENCIA
           ELSE
               IF LK-CONTENIDO-NETO NUMERIC AND LK-CONTENIDO-NETO > 0
                   PERFORM CALCULAR-PRECIO-UNIDAD
               END-IF
           END-IF
           GOBACK.

      *> Gramos y mililitros se pasan a kilos y litros antes de
      *> dividir. Un contenido tan pequeno que el precio no cabe se
      *> trata como no calculable.
       CALCULAR-PRECIO-UNIDAD.
           EVALUATE LK-UNIDAD-CONTENIDO
               WHEN "G"
               WHEN "M"
                   COMPUTE WS-CONTENIDO-BASE =
                       LK-CONTENIDO-NETO / 1000
               WHEN "K"
               WHEN "L"
                   MOVE LK-CONTENIDO-NETO TO WS-CONTENIDO-BASE
               WHEN OTHER
                   MOVE ZEROES TO WS-CONTENIDO-BASE
           END-EVALUATE
           IF WS-CONTENIDO-BASE > 0
               COMPUTE LK-PRECIO-UNIDAD ROUNDED =
                   LK-PRECIO / WS-CONTENIDO-BASE
                   ON SIZE ERROR
                       MOVE ZEROES TO LK-PRECIO-UNIDAD
                   NOT ON SIZE ERROR
                       IF LK-UNIDAD-CONTENIDO = "G" OR
                          LK-UNIDAD-CONTENIDO = "K"
                           MOVE "KILO" TO LK-UNIDAD-REFERENCIA
                       ELSE
                           MOVE "LITRO" TO LK-UNIDAD-REFERENCIA
                       END-IF
               END-COMPUTE
           END-IF.

       END PROGRAM PRECIO-UNIDAD-MEDIDA.
