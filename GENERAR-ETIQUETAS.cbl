       01 WS-ETIQUETAS-IMPRESAS PIC 9(5) VALUE ZEROES.
       01 WS-ENCONTRADO PIC X VALUE "N".
       01 WS-ID-PENDIENTE PIC 9(6).
       01 WS-ARTICULOS-BALANZA PIC 9(5) VALUE ZEROES.
       01 WS-MODO-BALANZA PIC X VALUE "T".
       01 WS-ALERGENOS-DECLARADOS PIC X VALUE "N".
       01 WS-ALERGENOS-CONTIENE PIC X(150).
       01 WS-ALERGENOS-TRAZAS PIC X(150).
       01 WS-PREFIJO-ALERGENO PIC X(10).
       01 WS-TEXTO-RESTO PIC X(150).
       01 WS-TEXTO-AUX PIC X(150).
       01 WS-CORTE PIC 9(3).
       01 WS-PRECIO-UNIDAD PIC 9(7)V99.
       01 WS-UNIDAD-REFERENCIA PIC X(5).
       01 WS-SIN-CONTENIDO PIC 9(5) VALUE ZEROES.

      *----------------------- PRODUCTOS A ETIQUETAR ----------------------
       01 WS-TABLA-CANT PIC 9(4) VALUE 0.
           05 FILLER PIC X(5) VALUE " EUR ".
           05 ET-EAN PIC 9(13).

      * Precio por kilo o por litro bajo el precio de venta.
       01 ETIQUETA-PRECIO-UNIDAD.
           05 FILLER PIC X(11) VALUE "PRECIO POR ".
           05 EPU-UNIDAD PIC X(5).
           05 FILLER PIC X(2) VALUE ": ".
           05 EPU-PRECIO PIC Z(6)9.99.
           05 FILLER PIC X(4) VALUE " EUR".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- ETIQUETAS DE ESTANTERIA --------------------
      * Genera el archivo de impresion de etiquetas (descripcion,
      * precio, EAN) de los productos dados de alta o repreciados
      * desde la ultima corrida, cuya marca guarda ETIQUETAS.ckp.
      * Tambien puede forzarse la etiqueta de un producto concreto o
      * de todo un proveedor. Bajo el precio va el precio por kilo
      * o por litro del contenido neto. La etiqueta lleva tambien los
      * alergenos declarados (GESTION-ALERGENOS); una nueva
      * declaracion o un cambio de contenido neto la vuelve a sacar
      * en la corrida de cambios. El modo 4 genera la carga
      * completa de la balanza (EXPORTAR-BALANZA) para las etiquetas
      * de producto al peso.
       INICIO.
           DISPLAY "MODO: 1=CAMBIOS DESDE LA ULTIMA CORRIDA"
           DISPLAY "      2=FORZAR UN PRODUCTO"
           DISPLAY "      3=FORZAR UN PROVEEDOR"
           DISPLAY "      4=ARCHIVO DE LA BALANZA (PRODUCTOS AL PESO)"
           ACCEPT WS-MODO

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MARCA-AHORA
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           IF WS-MODO NOT = 4
               OPEN OUTPUT ETIQUETAS
           END-IF

           EVALUATE WS-MODO
               WHEN 2
                   DISPLAY "ID del proveedor: "
                   ACCEPT WS-PROVEEDOR-FORZADO
                   PERFORM ETIQUETAS-POR-PROVEEDOR
               WHEN 4
                   CALL "EXPORTAR-BALANZA" USING WS-MODO-BALANZA,
                       WS-ARTICULOS-BALANZA
               WHEN OTHER
                   PERFORM LEER-MARCA-ANTERIOR
                   PERFORM JUNTAR-CAMBIOS-PRECIO
           END-EVALUATE

           CLOSE PRODUCTO
           IF WS-MODO NOT = 4
               CLOSE ETIQUETAS
               DISPLAY "ETIQUETAS GENERADAS: " WS-ETIQUETAS-IMPRESAS
               IF WS-SIN-CONTENIDO > 0
                   DISPLAY "SIN PRECIO POR KILO/LITRO: "
                       WS-SIN-CONTENIDO
               END-IF
               DISPLAY "Archivo de impresion: ETIQUETAS.txt"
           END-IF
           GOBACK.

       LEER-MARCA-ANTERIOR.
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF AUDITORIA-ACCION = "ALTA" OR
                              AUDITORIA-ACCION = "ALERGENOS" OR
                              AUDITORIA-ACCION = "CONTENIDO"
                               MOVE AUDITORIA-FECHA TO
                                   WS-MARCA-REGISTRO(1:8)
                               MOVE AUDITORIA-HORA TO
           MOVE ETIQUETA-DETALLE TO ETIQUETA-LINEA
           WRITE ETIQUETA-LINEA
           DISPLAY ETIQUETA-DETALLE
           PERFORM IMPRIMIR-PRECIO-UNIDAD
           CALL "TEXTO-ALERGENOS" USING PRODUCTO-ID,
               WS-ALERGENOS-DECLARADOS, WS-ALERGENOS-CONTIENE,
               WS-ALERGENOS-TRAZAS
           IF WS-ALERGENOS-CONTIENE NOT = SPACES
               MOVE "CONTIENE: " TO WS-PREFIJO-ALERGENO
               MOVE WS-ALERGENOS-CONTIENE TO WS-TEXTO-RESTO
               PERFORM ESCRIBIR-TEXTO-ALERGENO
           END-IF
           IF WS-ALERGENOS-TRAZAS NOT = SPACES
               MOVE "TRAZAS DE:" TO WS-PREFIJO-ALERGENO
               MOVE WS-ALERGENOS-TRAZAS TO WS-TEXTO-RESTO
               PERFORM ESCRIBIR-TEXTO-ALERGENO
           END-IF
           ADD 1 TO WS-ETIQUETAS-IMPRESAS.

      *> Un producto sin contenido neto no puede llevar el precio por
      *> kilo o litro: sale sin el y se avisa para completar la ficha
      *> (REPORTE-CONTENIDO-NETO). Los de venta por piezas (N) no lo
      *> llevan.
       IMPRIMIR-PRECIO-UNIDAD.
           CALL "PRECIO-UNIDAD-MEDIDA" USING PRODUCTO-PRECIO,
               PRODUCTO-UNIDAD-MEDIDA, PRODUCTO-CONTENIDO-NETO,
               PRODUCTO-UNIDAD-CONTENIDO, WS-PRECIO-UNIDAD,
               WS-UNIDAD-REFERENCIA
           IF WS-UNIDAD-REFERENCIA NOT = SPACES
               MOVE WS-UNIDAD-REFERENCIA TO EPU-UNIDAD
               MOVE WS-PRECIO-UNIDAD TO EPU-PRECIO
               MOVE ETIQUETA-PRECIO-UNIDAD TO ETIQUETA-LINEA
               WRITE ETIQUETA-LINEA
               DISPLAY ETIQUETA-PRECIO-UNIDAD
           ELSE
               IF NOT PRODUCTO-CONTENIDO-NO-APLICA
                   ADD 1 TO WS-SIN-CONTENIDO
                   DISPLAY "AVISO: producto " PRODUCTO-ID " sin "
                       "contenido neto, etiqueta sin precio por "
                       "kilo/litro."
               END-IF
           END-IF.

      *> La lista de alergenos se parte en lineas de 69 posiciones por
      *> el ultimo blanco, para no cortar un nombre en dos.
       ESCRIBIR-TEXTO-ALERGENO.
           PERFORM UNTIL WS-TEXTO-RESTO = SPACES
               IF WS-TEXTO-RESTO(70:) = SPACES
                   MOVE 69 TO WS-CORTE
               ELSE
      *> Se retrocede desde la posicion 69 hasta el ultimo blanco.
                   MOVE 69 TO WS-CORTE
                   PERFORM UNTIL WS-CORTE = 1 OR
                           WS-TEXTO-RESTO(WS-CORTE:1) = SPACE
                       SUBTRACT 1 FROM WS-CORTE
                   END-PERFORM
                   IF WS-CORTE = 1
                       MOVE 69 TO WS-CORTE
                   END-IF
               END-IF
               MOVE SPACES TO ETIQUETA-LINEA
               STRING WS-PREFIJO-ALERGENO " "
                   WS-TEXTO-RESTO(1:WS-CORTE)
                   DELIMITED BY SIZE INTO ETIQUETA-LINEA
               WRITE ETIQUETA-LINEA
               MOVE SPACES TO WS-PREFIJO-ALERGENO
               MOVE WS-TEXTO-RESTO(WS-CORTE + 1:) TO WS-TEXTO-AUX
               MOVE WS-TEXTO-AUX TO WS-TEXTO-RESTO
           END-PERFORM.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GENERAR-ETIQUETAS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GENERAR-ETIQUETAS.
