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

           SELECT PRECIO-HISTORICO
               ASSIGN TO "PRECIO-HISTORICO.dat"
               ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTO.
           COPY PRODFLT.

       FD PRECIO-HISTORICO.
           COPY PRECIOH.

               LEADING ==PH== BY ==PA==.

       WORKING-STORAGE SECTION.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-PRECIOH-STATUS PIC XX.
       01 WS-ARCHIVO-STATUS PIC XX.
       01 WS-NOMBRE-ARCHIVO PIC X(40).
           05 PC-PRECIO-NUEVO PIC Z(4)9.99.
           05 FILLER PIC X(5) VALUE SPACES.
           05 PC-ORIGEN PIC X(10).
       01 WS-PRECIO-UNIDAD PIC 9(7)V99.
       01 WS-UNIDAD-REFERENCIA PIC X(5).
       01 WS-PRECIO-EDIT PIC Z(4)9.99.
       01 WS-PRECIO-UNIDAD-EDIT PIC Z(6)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- LINEA DE TIEMPO DE PRECIOS -----------------
      * Muestra la historia de precios de un producto tal como quedo
      * anotada en PRECIO-HISTORICO.dat, en orden cronologico,
      * precedida del precio vigente y su precio por kilo o litro.
       INICIO.
           OPEN INPUT PRODUCTO
           PERFORM UNTIL SINO NOT = "S"
               DISPLAY "ID del producto: "
               ACCEPT WS-PRODUCTO-PEDIDO
               IF WS-PRODUCTO-STATUS = "00"
                   PERFORM MOSTRAR-PRECIO-VIGENTE
               END-IF
               MOVE "N" TO WS-EOF
               MOVE ZEROES TO WS-CAMBIOS
               DISPLAY PRECIOS-ENCABEZADO
               IF WS-PRECIOH-STATUS NOT = "00"
                   DISPLAY "No hay historico de precios todavia. "
                       "Estado: " WS-PRECIOH-STATUS
                   MOVE "INICIO" TO WS-INC-PARRAFO
                   MOVE "PRECIO-HISTORICO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-PRECIOH-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               ELSE
                   PERFORM UNTIL WS-EOF = "S"
                       READ PRECIO-HISTORICO
               DISPLAY "Desea consultar otro producto? (S/N): "
               ACCEPT SINO
           END-PERFORM
           IF WS-PRODUCTO-STATUS = "00"
               CLOSE PRODUCTO
           END-IF
           GOBACK.

      *> El precio por kilo o litro es el que exige la etiqueta; si
      *> falta el contenido neto se dice para completar la ficha.
       MOSTRAR-PRECIO-VIGENTE.
           MOVE WS-PRODUCTO-PEDIDO TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "PRODUCTO NO ENCONTRADO EN EL MAESTRO."
               NOT INVALID KEY
                   MOVE PRODUCTO-PRECIO TO WS-PRECIO-EDIT
                   DISPLAY PRODUCTO-DESCRIP "  PRECIO VIGENTE: "
                       WS-PRECIO-EDIT " EUR"
                   CALL "PRECIO-UNIDAD-MEDIDA" USING PRODUCTO-PRECIO,
                       PRODUCTO-UNIDAD-MEDIDA,
                       PRODUCTO-CONTENIDO-NETO,
                       PRODUCTO-UNIDAD-CONTENIDO, WS-PRECIO-UNIDAD,
                       WS-UNIDAD-REFERENCIA
                   EVALUATE TRUE
                       WHEN WS-UNIDAD-REFERENCIA NOT = SPACES
                           MOVE WS-PRECIO-UNIDAD
                               TO WS-PRECIO-UNIDAD-EDIT
                           DISPLAY "PRECIO POR " WS-UNIDAD-REFERENCIA
                               ": " WS-PRECIO-UNIDAD-EDIT " EUR"
                       WHEN PRODUCTO-CONTENIDO-NO-APLICA
                           DISPLAY "VENTA POR PIEZAS: SIN PRECIO POR "
                               "KILO/LITRO."
                       WHEN OTHER
                           DISPLAY "SIN CONTENIDO NETO: FALTA EL "
                               "PRECIO POR KILO/LITRO."
                   END-EVALUATE
           END-READ.

      *> Sin filtro de fecha en esta consulta, se revisan los ultimos
      *> diez anios de archivos anuales: mas atras no pregunta nadie.
       LEER-ARCHIVOS-ANUALES.
               CLOSE PRECIOH-ARCHIVO
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "CONSULTA-PRECIOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM CONSULTA-PRECIOS.
