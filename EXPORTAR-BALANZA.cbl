       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAR-BALANZA.

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
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT PRECIO-HISTORICO
               ASSIGN TO "PRECIO-HISTORICO.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRECIOH-STATUS.

           SELECT PRODUCTO-AUDITORIA
               ASSIGN TO "PRODUCTO-AUDITORIA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT BALANZA-CKP
               ASSIGN TO "BALANZA.ckp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.

           SELECT BALANZA-PLU
               ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANZA-STATUS.

           SELECT BALANZA-LOG
               ASSIGN TO "BALANZA-ENVIOS.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTO.
           COPY PRODFLT.

       FD PRECIO-HISTORICO.
           COPY PRECIOH.

       FD PRODUCTO-AUDITORIA.
           COPY AUDITORIA.

       FD BALANZA-CKP.
       01 BALANZA-CKP-REGISTRO.
           05 CKP-ULTIMO-ENVIO PIC 9(14).

      * Registro de importacion de PLU de la balanza, de ancho fijo:
      * accion (A = alta o cambio, B = borrar el PLU), PLU (las cinco
      * cifras que la etiqueta de balanza lleva tras el prefijo 2),
      * descripcion, precio por kilo en centimos, dias de caducidad
      * que la balanza suma a la fecha de envasado y la declaracion
      * de alergenos que imprime en su etiqueta.
       FD BALANZA-PLU.
       01 BALANZA-REGISTRO.
           05 BP-ACCION PIC X.
           05 BP-PLU PIC 9(5).
           05 BP-DESCRIP PIC X(30).
           05 BP-PRECIO-KG PIC 9(5)V99.
           05 BP-DIAS-CADUCIDAD PIC 9(3).
           05 BP-ALERGENOS-DECLARADOS PIC X.
           05 BP-CONTIENE PIC X(150).
           05 BP-TRAZAS PIC X(150).

       FD BALANZA-LOG.
       01 BALANZA-LOG-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-PRECIOH-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-CKP-STATUS PIC XX.
       01 WS-BALANZA-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-NOMBRE-ARCHIVO PIC X(30).
       01 WS-EOF PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-MARCA-ANTERIOR PIC 9(14) VALUE ZEROES.
       01 WS-MARCA-REGISTRO PIC 9(14).
       01 WS-MARCA-AHORA PIC 9(14).
       01 WS-ENCONTRADO PIC X VALUE "N".
       01 WS-ID-PENDIENTE PIC 9(6).
       01 WS-DIAS PIC S9(8).
       01 WS-ALERGENOS-DECLARADOS PIC X VALUE "N".
       01 WS-ALERGENOS-CONTIENE PIC X(150).
       01 WS-ALERGENOS-TRAZAS PIC X(150).

      *----------------------- PRODUCTOS CAMBIADOS -----------------------
       01 WS-TABLA-CANT PIC 9(4) VALUE 0.
       01 TABLA-CAMBIOS.
           05 TC-ENTRADA OCCURS 500 TIMES INDEXED BY TC-IDX.
               10 TC-PRODUCTO-ID PIC 9(6).

       01 LOG-DETALLE.
           05 LD-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LD-HORA PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 LD-MODO PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 LD-ACCION PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LD-PLU PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 LD-PRECIO PIC Z(4)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LD-DIAS PIC Z(2)9.
           05 FILLER PIC X VALUE SPACE.
           05 LD-DESCRIP PIC X(30).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * T = carga completa, C = solo lo cambiado desde el ultimo envio.
       01 LK-MODO PIC X.
           88 LK-CARGA-COMPLETA VALUE "T".
           88 LK-SOLO-CAMBIOS VALUE "C".
       01 LK-ENVIADOS PIC 9(5).

       PROCEDURE DIVISION USING LK-MODO, LK-ENVIADOS.
      *----------------------- PLU PARA LAS BALANZAS ----------------------
      * Maestro de articulos al peso para la balanza del mostrador, en
      * su formato de importacion, para que el precio del codigo con
      * precio embebido sea siempre el de producto.dat. La carga
      * completa (BALANZA-PLU.txt) se pide desde GENERAR-ETIQUETAS;
      * la de cambios (BALANZA-PLU-CAMBIOS.txt) la saca cada noche
      * BATCH-NOCTURNO con lo repreciado (pantalla, REPRECIO-MASIVO,
      * catalogo), dado de alta, modificado o dado de baja desde el
      * ultimo envio, cuya marca guarda BALANZA.ckp. Cada PLU enviado
      * queda anotado en BALANZA-ENVIOS.log.
       INICIO.
           MOVE ZEROES TO LK-ENVIADOS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MARCA-AHORA
           MOVE WS-MARCA-AHORA(1:8) TO WS-HOY

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

           IF LK-SOLO-CAMBIOS
               MOVE "BALANZA-PLU-CAMBIOS.txt" TO WS-NOMBRE-ARCHIVO
               MOVE "CAMBIOS" TO LD-MODO
           ELSE
               MOVE "BALANZA-PLU.txt" TO WS-NOMBRE-ARCHIVO
               MOVE "TOTAL" TO LD-MODO
           END-IF
           OPEN OUTPUT BALANZA-PLU
           IF WS-BALANZA-STATUS NOT = "00"
               DISPLAY "No se pudo crear " WS-NOMBRE-ARCHIVO
                   " Estado: " WS-BALANZA-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-ARCHIVO TO WS-INC-ARCHIVO
               MOVE WS-BALANZA-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRODUCTO
               GOBACK
           END-IF
           OPEN EXTEND BALANZA-LOG
           IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
               OPEN OUTPUT BALANZA-LOG
           END-IF

           IF LK-SOLO-CAMBIOS
               PERFORM LEER-MARCA-ANTERIOR
               PERFORM JUNTAR-CAMBIOS-PRECIO
               PERFORM JUNTAR-CAMBIOS-MAESTRO
               PERFORM ENVIAR-CAMBIOS
           ELSE
               PERFORM ENVIAR-CARGA-COMPLETA
           END-IF
           PERFORM GRABAR-MARCA-NUEVA

           CLOSE PRODUCTO
           CLOSE BALANZA-PLU
           CLOSE BALANZA-LOG
           DISPLAY "ARTICULOS DE BALANZA ENVIADOS: " LK-ENVIADOS
           DISPLAY "Archivo de la balanza: " WS-NOMBRE-ARCHIVO
           GOBACK.

       LEER-MARCA-ANTERIOR.
           MOVE ZEROES TO WS-MARCA-ANTERIOR
           OPEN INPUT BALANZA-CKP
           IF WS-CKP-STATUS = "00"
               READ BALANZA-CKP
                   NOT AT END
                       MOVE CKP-ULTIMO-ENVIO TO WS-MARCA-ANTERIOR
               END-READ
               CLOSE BALANZA-CKP
           END-IF.

      *> La carga completa tambien deja la marca: lo que la balanza
      *> ya tiene no se vuelve a mandar en la corrida de la noche.
       GRABAR-MARCA-NUEVA.
           OPEN OUTPUT BALANZA-CKP
           MOVE WS-MARCA-AHORA TO CKP-ULTIMO-ENVIO
           WRITE BALANZA-CKP-REGISTRO
           CLOSE BALANZA-CKP.

      *----------------------- CARGA COMPLETA -----------------------------
      * Todos los productos al peso a la venta. Un producto al peso
      * con ID por encima de 99999 no cabe en la etiqueta de balanza
      * y se avisa.
       ENVIAR-CARGA-COMPLETA.
           MOVE "N" TO WS-EOF
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
                       IF PRODUCTO-UNIDAD-MEDIDA = "K" AND
                          PRODUCTO-DISCONTINUADO NOT = "S"
                           PERFORM ESCRIBIR-ALTA-BALANZA
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------- SOLO CAMBIOS ------------------------------
       JUNTAR-CAMBIOS-PRECIO.
           MOVE "N" TO WS-EOF
           OPEN INPUT PRECIO-HISTORICO
           IF WS-PRECIOH-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ PRECIO-HISTORICO
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE PH-FECHA TO WS-MARCA-REGISTRO(1:8)
                           MOVE PH-HORA TO WS-MARCA-REGISTRO(9:6)
                           IF WS-MARCA-REGISTRO > WS-MARCA-ANTERIOR
                               MOVE PH-PRODUCTO-ID TO WS-ID-PENDIENTE
                               PERFORM ANOTAR-CAMBIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRECIO-HISTORICO
           END-IF.

      *> Altas, bajas, descatalogados y cambios de ficha o de
      *> alergenos: lo que cambia la descripcion o la etiqueta.
       JUNTAR-CAMBIOS-MAESTRO.
           MOVE "N" TO WS-EOF
           OPEN INPUT PRODUCTO-AUDITORIA
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ PRODUCTO-AUDITORIA
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF AUDITORIA-ACCION = "ALTA" OR
                              AUDITORIA-ACCION = "BAJA" OR
                              AUDITORIA-ACCION = "DISCONT" OR
                              AUDITORIA-ACCION = "MODIFICAR" OR
                              AUDITORIA-ACCION = "ALERGENOS"
                               PERFORM REVISAR-MARCA-AUDITORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCTO-AUDITORIA
           END-IF.

       REVISAR-MARCA-AUDITORIA.
           MOVE AUDITORIA-FECHA TO WS-MARCA-REGISTRO(1:8)
           MOVE AUDITORIA-HORA TO WS-MARCA-REGISTRO(9:6)
           IF WS-MARCA-REGISTRO > WS-MARCA-ANTERIOR
               MOVE AUDITORIA-PRODUCTO-ID TO WS-ID-PENDIENTE
               PERFORM ANOTAR-CAMBIO
           END-IF.

       ANOTAR-CAMBIO.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING TC-IDX FROM 1 BY 1
               UNTIL TC-IDX > WS-TABLA-CANT OR TC-IDX > 500
               IF TC-PRODUCTO-ID(TC-IDX) = WS-ID-PENDIENTE
                   MOVE "S" TO WS-ENCONTRADO
                   SET TC-IDX TO 501
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = "N"
               IF WS-TABLA-CANT < 500
                   ADD 1 TO WS-TABLA-CANT
                   MOVE WS-ID-PENDIENTE TO
                       TC-PRODUCTO-ID(WS-TABLA-CANT)
               ELSE
                   DISPLAY "AVISO: TABLA-CAMBIOS llena (500), "
                       "producto " WS-ID-PENDIENTE " excluido; pida "
                       "la carga completa de la balanza."
               END-IF
           END-IF.

      *> Solo viajan los productos al peso. El que ya no esta en el
      *> maestro o quedo descatalogado se borra de la balanza.
       ENVIAR-CAMBIOS.
           PERFORM VARYING TC-IDX FROM 1 BY 1
               UNTIL TC-IDX > WS-TABLA-CANT
               MOVE TC-PRODUCTO-ID(TC-IDX) TO PRODUCTO-ID
               READ PRODUCTO
                   INVALID KEY
                       PERFORM ESCRIBIR-BAJA-BALANZA
                   NOT INVALID KEY
                       IF PRODUCTO-UNIDAD-MEDIDA = "K"
                           IF PRODUCTO-DISCONTINUADO = "S"
                               PERFORM ESCRIBIR-BAJA-BALANZA
                           ELSE
                               PERFORM ESCRIBIR-ALTA-BALANZA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------- REGISTROS DE LA BALANZA -------------------
      * Los dias de caducidad son los que le quedan a la caducidad
      * del producto a fecha de hoy (0 = sin fecha o ya pasada).
       ESCRIBIR-ALTA-BALANZA.
           IF PRODUCTO-ID > 99999
               DISPLAY "AVISO: producto " PRODUCTO-ID " al peso con "
                   "ID de mas de cinco cifras, fuera de la balanza."
           ELSE
               CALL "TEXTO-ALERGENOS" USING PRODUCTO-ID,
                   WS-ALERGENOS-DECLARADOS, WS-ALERGENOS-CONTIENE,
                   WS-ALERGENOS-TRAZAS
               MOVE "A" TO BP-ACCION
               MOVE PRODUCTO-ID(2:5) TO BP-PLU
               MOVE PRODUCTO-DESCRIP TO BP-DESCRIP
               MOVE PRODUCTO-PRECIO TO BP-PRECIO-KG
               MOVE ZEROES TO BP-DIAS-CADUCIDAD
               IF PRODUCTO-CADUCIDAD > WS-HOY
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(PRODUCTO-CADUCIDAD)
                       - FUNCTION INTEGER-OF-DATE(WS-HOY)
                   EVALUATE TRUE
                       WHEN WS-DIAS > 999
                           MOVE 999 TO BP-DIAS-CADUCIDAD
                       WHEN WS-DIAS > 0
                           MOVE WS-DIAS TO BP-DIAS-CADUCIDAD
                   END-EVALUATE
               END-IF
               MOVE WS-ALERGENOS-DECLARADOS TO BP-ALERGENOS-DECLARADOS
               MOVE WS-ALERGENOS-CONTIENE TO BP-CONTIENE
               MOVE WS-ALERGENOS-TRAZAS TO BP-TRAZAS
               PERFORM GRABAR-REGISTRO-BALANZA
               IF WS-ALERGENOS-DECLARADOS NOT = "S"
                   DISPLAY "AVISO: producto " PRODUCTO-ID " sin "
                       "declaracion de alergenos."
               END-IF
           END-IF.

       ESCRIBIR-BAJA-BALANZA.
           IF TC-PRODUCTO-ID(TC-IDX) NOT > 99999
               MOVE SPACES TO BALANZA-REGISTRO
               MOVE "B" TO BP-ACCION
               MOVE TC-PRODUCTO-ID(TC-IDX)(2:5) TO BP-PLU
               MOVE ZEROES TO BP-PRECIO-KG
               MOVE ZEROES TO BP-DIAS-CADUCIDAD
               MOVE "N" TO BP-ALERGENOS-DECLARADOS
               PERFORM GRABAR-REGISTRO-BALANZA
           END-IF.

       GRABAR-REGISTRO-BALANZA.
           WRITE BALANZA-REGISTRO
           ADD 1 TO LK-ENVIADOS
           MOVE WS-MARCA-AHORA(1:8) TO LD-FECHA
           MOVE WS-MARCA-AHORA(9:6) TO LD-HORA
           MOVE BP-ACCION TO LD-ACCION
           MOVE BP-PLU TO LD-PLU
           MOVE BP-PRECIO-KG TO LD-PRECIO
           MOVE BP-DIAS-CADUCIDAD TO LD-DIAS
           MOVE BP-DESCRIP TO LD-DESCRIP
           MOVE LOG-DETALLE TO BALANZA-LOG-LINEA
           WRITE BALANZA-LOG-LINEA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "EXPORTAR-BALANZA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM EXPORTAR-BALANZA.
