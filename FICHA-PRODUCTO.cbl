       01 WS-PRECIO-EDIT PIC Z(4)9.99.
       01 WS-COSTO-EDIT PIC Z(4)9.99.
       01 WS-STOCK-EDIT PIC Z(5)9.999.
       01 WS-ALERGENOS-DECLARADOS PIC X VALUE "N".
       01 WS-ALERGENOS-CONTIENE PIC X(150).
       01 WS-ALERGENOS-TRAZAS PIC X(150).

      *----------------------- ULTIMOS CAMBIOS DE PRECIO ------------------
      * Los archivos de historia son secuenciales y cronologicos: se
               10 TP-NUEVO PIC 9(5)V99.
               10 TP-ORIGEN PIC X(10).

      * Producto ya purgado del maestro: su ultima ficha viene del
      * archivo de productos retirados (CONSULTAR-RETIRADO).
       01 WS-RETIRADO PIC X VALUE "N".
       01 WS-FECHA-RETIRO PIC 9(8) VALUE ZEROES.
       01 WS-FUSIONADO-EN PIC 9(6) VALUE ZEROES.
       01 WS-PRODUCTO-RETIRADO PIC 9(6).

       01 WS-KX-CANT PIC 9(2) VALUE 0.
       01 TABLA-KARDEX.
           05 TK-ENTRADA OCCURS 10 TIMES.
               10 TK-SIGNO PIC X.
               10 TK-UNIDADES PIC 9(6)V999.
               10 TK-RESULTANTE PIC 9(6)V999.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- FICHA 360 DEL PRODUCTO ---------------------
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

      *----------------------- RESOLUCION DE LA BUSQUEDA ------------------
       RESOLVER-PRODUCTO.
           MOVE "N" TO WS-ENCONTRADO
           MOVE "N" TO WS-RETIRADO
           EVALUATE TRUE
               WHEN WS-ENTRADA = SPACES
                   DISPLAY "INGRESE ALGO QUE BUSCAR."
           MOVE WS-ENTRADA(1:6) TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   PERFORM BUSCAR-EN-RETIRADOS
               NOT INVALID KEY
                   MOVE "S" TO WS-ENCONTRADO
           END-READ.

      *> Un ID purgado sigue teniendo historia (ventas, precios,
      *> kardex): se muestra con la ficha que tenia al retirarse.
       BUSCAR-EN-RETIRADOS.
           MOVE WS-ENTRADA(1:6) TO WS-PRODUCTO-RETIRADO
           CALL "CONSULTAR-RETIRADO" USING WS-PRODUCTO-RETIRADO,
               WS-RETIRADO, WS-FECHA-RETIRO, WS-FUSIONADO-EN,
               PRODUCTO-REGISTRO
           IF WS-RETIRADO = "S"
               MOVE "S" TO WS-ENCONTRADO
           ELSE
               DISPLAY "PRODUCTO NO ENCONTRADO."
           END-IF.

       BUSCAR-POR-EAN.
           MOVE WS-ENTRADA(1:13) TO WS-EAN-BUSCADO
           MOVE WS-EAN-BUSCADO TO PRODUCTO-EAN
           DISPLAY "================================================"
           DISPLAY "PRODUCTO " PRODUCTO-ID " - " PRODUCTO-DESCRIP
           DISPLAY "================================================"
           IF WS-RETIRADO = "S"
               DISPLAY "*** RETIRADO DEL MAESTRO EL " WS-FECHA-RETIRO
                   " (ficha archivada) ***"
               IF WS-FUSIONADO-EN > 0
                   DISPLAY "*** DUPLICADO FUSIONADO EN EL PRODUCTO "
                       WS-FUSIONADO-EN " ***"
               END-IF
           END-IF
           MOVE PRODUCTO-PRECIO TO WS-PRECIO-EDIT
           MOVE PRODUCTO-COSTO TO WS-COSTO-EDIT
           MOVE PRODUCTO-STOCK TO WS-STOCK-EDIT
               "  IVA: " PRODUCTO-TIPO-IVA " %"
           DISPLAY "Unidad........: " PRODUCTO-UNIDAD-MEDIDA
               "  Kit: " PRODUCTO-ES-KIT
           DISPLAY "Restr. edad...: " PRODUCTO-RESTRICCION-EDAD
               "  Discontinuado: " PRODUCTO-DISCONTINUADO
           IF PRODUCTO-EN-LIQUIDACION
               DISPLAY "Fin liquidac..: " PRODUCTO-FIN-LIQUIDACION
           END-IF
           DISPLAY "Envase (dep.).: " PRODUCTO-ENVASE-ID
               "  Es deposito: " PRODUCTO-ES-ENVASE
           DISPLAY "En consigna...: " PRODUCTO-CONSIGNA
               "  Clase temp.: " PRODUCTO-CLASE-TEMP
           PERFORM MOSTRAR-ALERGENOS
           PERFORM MOSTRAR-PROVEEDOR
           PERFORM MOSTRAR-CLASE-ABC
           PERFORM MOSTRAR-OFERTA-VIGENTE.

       MOSTRAR-ALERGENOS.
           CALL "TEXTO-ALERGENOS" USING PRODUCTO-ID,
               WS-ALERGENOS-DECLARADOS, WS-ALERGENOS-CONTIENE,
               WS-ALERGENOS-TRAZAS
           IF WS-ALERGENOS-DECLARADOS NOT = "S"
               DISPLAY "Alergenos.....: (SIN DECLARAR)"
           ELSE
               IF WS-ALERGENOS-CONTIENE = SPACES
                   DISPLAY "Alergenos.....: NINGUNO"
               ELSE
                   DISPLAY "Alergenos.....: " WS-ALERGENOS-CONTIENE
               END-IF
               IF WS-ALERGENOS-TRAZAS NOT = SPACES
                   DISPLAY "Trazas de.....: " WS-ALERGENOS-TRAZAS
               END-IF
           END-IF.

       MOSTRAR-PROVEEDOR.
           OPEN INPUT PROVEEDOR
           IF WS-PROVEEDOR-STATUS = "00"
                               DISPLAY "  " SU-UBICACION "  "
                                   SU-UNIDADES " unidades  (min "
                                   SU-MINIMO " / cap " SU-CAPACIDAD ")"
                               IF SU-CM-LINEALES > 0
                                   DISPLAY "    lineal: " SU-FRENTES
                                       " frentes, " SU-CM-LINEALES
                                       " cm"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                           IF LOTE-PRODUCTO-ID NOT = PRODUCTO-ID
                               MOVE "S" TO WS-EOF
                           ELSE
                               IF LOTE-UNIDADES > 0 AND
                                  NOT LOTE-BLOQUEADO
                                   DISPLAY "  LOTE " LOTE-CODIGO "  "
                                       LOTE-UNIDADES " unidades  "
                                       "caduca " LOTE-CADUCIDAD
                               END-IF
                               IF LOTE-UNIDADES > 0 AND
                                  LOTE-EN-CUARENTENA
                                   DISPLAY "  LOTE " LOTE-CODIGO "  "
                                       LOTE-UNIDADES " unidades  "
                                       "EN CUARENTENA"
                               END-IF
                               IF LOTE-UNIDADES > 0 AND
                                  LOTE-RETIRADO
                                   DISPLAY "  LOTE " LOTE-CODIGO "  "
                                       LOTE-UNIDADES " unidades  "
                                       "RETIRADO (ALERTA SANITARIA)"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE KARDEX-UNIDADES TO TK-UNIDADES(10)
           MOVE KARDEX-STOCK-RESULTANTE TO TK-RESULTANTE(10).

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "FICHA-PRODUCTO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM FICHA-PRODUCTO.
