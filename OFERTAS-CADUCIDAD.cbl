           COPY PRODFLT.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-LOTES-STATUS PIC XX.
       01 WS-MARCADOS PIC 9(4) VALUE ZEROES.
       01 WS-MODO PIC X VALUE "S".
       01 WS-CONFIRMA PIC X.
       01 REP-ENCABEZADO PIC X(110) VALUE
           "PRODUCTO  DESCRIPCION                     LOTE        CADUCI
      -    "DAD   DIAS  REBAJA%    PRECIO OF.  PRECIO/UNIDAD".
       01 REP-DETALLE.
           05 RD-PRODUCTO PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-DIAS PIC Z(2)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-PCT PIC Z9.
           05 FILLER PIC X(10) VALUE SPACES.
           05 RD-PRECIO-OFERTA PIC Z(4)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-PRECIO-UNIDAD PIC Z(6)9.99 BLANK WHEN ZERO.
           05 RD-BARRA PIC X.
           05 RD-UNIDAD-REFERENCIA PIC X(5).
       01 WS-PRECIO-OFERTA PIC 9(5)V99.
       01 WS-PRECIO-UNIDAD PIC 9(7)V99.
       01 WS-UNIDAD-REFERENCIA PIC X(5).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- REBAJAS POR CADUCIDAD ----------------------
      * menos de su caducidad y crea la oferta de rebaja que la caja
      * aplica sola (mas cerca del vencimiento, mas rebaja). Deja el
      * listado de lo marcado en OFERTAS-CADUCIDAD.txt para
      * re-etiquetar la estanteria, con el precio rebajado y su precio
      * por kilo o litro. Puede correr en modo propuesta, que lista
      * sin tocar las ofertas.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           IF WS-LOTES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir LOTES-INDEXADO.dat. Estado: "
                   WS-LOTES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "LOTES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-LOTES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF LOTE-UNIDADES > 0 AND
                          NOT LOTE-BLOQUEADO
                           PERFORM EVALUAR-LOTE
                       END-IF
               END-READ
           READ PRODUCTO
               INVALID KEY
                   MOVE "(PRODUCTO DESCONOCIDO)" TO PRODUCTO-DESCRIP
                   MOVE ZEROES TO PRODUCTO-PRECIO
                   MOVE SPACE TO PRODUCTO-UNIDAD-MEDIDA
                   MOVE ZEROES TO PRODUCTO-CONTENIDO-NETO
                   MOVE SPACE TO PRODUCTO-UNIDAD-CONTENIDO
           END-READ
           MOVE PRODUCTO-DESCRIP TO RD-DESCRIP
           PERFORM PRECIO-REBAJADO-LOTE
           MOVE LOTE-CODIGO TO RD-LOTE
           MOVE LOTE-CADUCIDAD TO RD-CADUCIDAD
           MOVE WS-DIAS-RESTANTES TO RD-DIAS
           WRITE REP-LINEA
           DISPLAY REP-DETALLE.

      *> La etiqueta de la rebaja lleva el precio rebajado y, como
      *> toda etiqueta de estanteria, su precio por kilo o litro.
      *> Sin contenido neto esas columnas quedan en blanco.
       PRECIO-REBAJADO-LOTE.
           COMPUTE WS-PRECIO-OFERTA ROUNDED =
               PRODUCTO-PRECIO * (100 - WS-PCT-REBAJA) / 100
           MOVE WS-PRECIO-OFERTA TO RD-PRECIO-OFERTA
           CALL "PRECIO-UNIDAD-MEDIDA" USING WS-PRECIO-OFERTA,
               PRODUCTO-UNIDAD-MEDIDA, PRODUCTO-CONTENIDO-NETO,
               PRODUCTO-UNIDAD-CONTENIDO, WS-PRECIO-UNIDAD,
               WS-UNIDAD-REFERENCIA
           IF WS-UNIDAD-REFERENCIA NOT = SPACES
               MOVE WS-PRECIO-UNIDAD TO RD-PRECIO-UNIDAD
               MOVE "/" TO RD-BARRA
               MOVE WS-UNIDAD-REFERENCIA TO RD-UNIDAD-REFERENCIA
           ELSE
               MOVE ZEROES TO RD-PRECIO-UNIDAD
               MOVE SPACE TO RD-BARRA
               MOVE SPACES TO RD-UNIDAD-REFERENCIA
           END-IF.

      *> Una oferta manual vigente con mas descuento se respeta: la
      *> rebaja automatica solo pisa ofertas menores o vencidas.
       GRABAR-OFERTA-REBAJA.
                   WRITE OFERTA-REGISTRO INVALID KEY
                       DISPLAY "Error al grabar la oferta. Estado: "
                           WS-OFERTAS-STATUS
                       MOVE "GRABAR-OFERTA-REBAJA" TO WS-INC-PARRAFO
                       MOVE "OFERTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
                       MOVE WS-OFERTAS-STATUS TO WS-INC-ESTADO
                       MOVE OFERTA-PRODUCTO-ID TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   END-WRITE
               NOT INVALID KEY
                   IF OFERTA-HASTA >= WS-HOY AND
           MOVE ZEROES TO OFERTA-LLEVA
           MOVE ZEROES TO OFERTA-PAGA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "OFERTAS-CADUCIDAD" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM OFERTAS-CADUCIDAD.
