       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-PEDIDOS-WEB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-WEB
               ASSIGN TO "PEDIDOS-WEB-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-PEDWEB-STATUS.

           SELECT PEDIDOS-WEB-LINEAS
               ASSIGN TO "PEDIDOS-WEB-LINEAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PWL-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PWLIN-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT DOCUMENTO-TXT
               ASSIGN TO DYNAMIC WS-NOMBRE-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS-WEB.
           COPY PEDWEB.

       FD PEDIDOS-WEB-LINEAS.
           COPY PEDWLIN.

       FD PRODUCTO.
           COPY PRODFLT.

       FD DOCUMENTO-TXT.
       01 DOC-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PEDWEB-STATUS PIC XX.
       01 WS-PWLIN-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-TXT-STATUS PIC XX.
       01 WS-NOMBRE-TXT PIC X(30).
       01 OPCION PIC 9 VALUE 0.
       01 FIN PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-LINEAS PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-SOLO-VIVOS PIC X VALUE "S".
       01 WS-HOY PIC 9(8).
       01 WS-NUMERO-BUSCADO PIC 9(6).
       01 WS-LIBERADOS PIC 9(5) VALUE ZEROES.

       01 LISTA-DETALLE.
           05 LP-NUMERO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-LIMITE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-NOMBRE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-TELEFONO PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-TOTAL PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-ESTADO PIC X(10).

       01 PICK-PEDIDO.
           05 FILLER PIC X(7) VALUE "PEDIDO ".
           05 PP-NUMERO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PP-NOMBRE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 PP-TELEFONO PIC X(15).
           05 FILLER PIC X(17) VALUE "  RECOGER HASTA: ".
           05 PP-LIMITE PIC 9(8).
       01 PICK-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PD-UBICACION PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 PD-PRODUCTO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 PD-DESCRIP PIC X(30).
           05 FILLER PIC X(8) VALUE "  PIDE: ".
           05 PD-PEDIDA PIC ZZ9.
           05 FILLER PIC X(10) VALUE "  COGER: ".
           05 PD-RESERVADA PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PD-AVISO PIC X(12).
       01 PICK-TOTAL.
           05 FILLER PIC X(30) VALUE "  A COBRAR AL RECOGER (EUR): ".
           05 PK-TOTAL PIC Z(6)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- PEDIDOS WEB --------------------------------
      * Seguimiento de los pedidos de la tienda online que importa
      * IMPORTAR-PEDIDOS-WEB: consulta, hoja de picking de un pedido,
      * bolsa preparada, anulacion (libera la reserva) y liberacion a
      * mano de los no recogidos a tiempo. El cobro y la recogida se
      * hacen en ALTA-VENTAS con el numero de pedido.
       INICIO.
           OPEN I-O PEDIDOS-WEB
           IF WS-PEDWEB-STATUS NOT = "00"
               DISPLAY "No hay pedidos web (PEDIDOS-WEB-INDEXADO.dat)"
                   ". Estado: " WS-PEDWEB-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PEDIDOS-WEB-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PEDWEB-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           OPEN INPUT PEDIDOS-WEB-LINEAS
           IF WS-PWLIN-STATUS NOT = "00"
               DISPLAY "No se pudieron abrir las lineas de pedido web"
                   ". Estado: " WS-PWLIN-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PEDIDOS-WEB-LINEAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PWLIN-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PEDIDOS-WEB
               STOP RUN
           END-IF
           OPEN INPUT PRODUCTO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "PEDIDOS DE LA TIENDA WEB"
               DISPLAY "1. LISTAR PEDIDOS."
               DISPLAY "2. HOJA DE PICKING DE UN PEDIDO."
               DISPLAY "3. MARCAR PEDIDO PREPARADO."
               DISPLAY "4. ANULAR PEDIDO."
               DISPLAY "5. LIBERAR PEDIDOS NO RECOGIDOS."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       PERFORM LISTAR-PEDIDOS
                   WHEN 2
                       PERFORM IMPRIMIR-PICKING
                   WHEN 3
                       PERFORM MARCAR-PREPARADO
                   WHEN 4
                       PERFORM ANULAR-PEDIDO
                   WHEN 5
                       PERFORM LIBERAR-NO-RECOGIDOS
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE PEDIDOS-WEB
           CLOSE PEDIDOS-WEB-LINEAS
           IF WS-PRODUCTO-STATUS = "00"
               CLOSE PRODUCTO
           END-IF
           STOP RUN.

       PEDIR-PEDIDO.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Numero de pedido web: "
           ACCEPT WS-NUMERO-BUSCADO
           MOVE WS-NUMERO-BUSCADO TO PW-NUMERO
           READ PEDIDOS-WEB
               INVALID KEY
                   DISPLAY "PEDIDO NO ENCONTRADO."
               NOT INVALID KEY
                   MOVE "S" TO WS-CAMPO-OK
           END-READ.

       LISTAR-PEDIDOS.
           DISPLAY "Solo pendientes de recoger? (S/N): "
           ACCEPT WS-SOLO-VIVOS
           DISPLAY "PEDIDO  FECHA     LIMITE    CLIENTE               "
               "TELEFONO                TOTAL  ESTADO"
           MOVE "N" TO WS-EOF
           MOVE 0 TO PW-NUMERO
           START PEDIDOS-WEB KEY IS NOT LESS THAN PW-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ PEDIDOS-WEB NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PW-VIVO OR
                          (WS-SOLO-VIVOS NOT = "S" AND
                           WS-SOLO-VIVOS NOT = "s")
                           PERFORM MOSTRAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-PEDIDO.
           MOVE PW-NUMERO TO LP-NUMERO
           MOVE PW-FECHA-PEDIDO TO LP-FECHA
           MOVE PW-FECHA-LIMITE TO LP-LIMITE
           MOVE PW-NOMBRE TO LP-NOMBRE
           MOVE PW-TELEFONO TO LP-TELEFONO
           MOVE PW-TOTAL TO LP-TOTAL
           EVALUATE TRUE
               WHEN PW-RESERVADO
                   MOVE "RESERVADO" TO LP-ESTADO
               WHEN PW-PREPARADO
                   MOVE "PREPARADO" TO LP-ESTADO
               WHEN PW-RECOGIDO
                   MOVE "RECOGIDO" TO LP-ESTADO
               WHEN PW-LIBERADO
                   MOVE "LIBERADO" TO LP-ESTADO
               WHEN PW-ANULADO
                   MOVE "ANULADO" TO LP-ESTADO
               WHEN OTHER
                   MOVE "?" TO LP-ESTADO
           END-EVALUATE
           DISPLAY LISTA-DETALLE.

      *----------------------- HOJA DE PICKING ----------------------------
      * Las lineas en el orden del pedido con su ubicacion en tienda,
      * lo pedido y lo reservado, que es lo que se mete en la bolsa.
       IMPRIMIR-PICKING.
           PERFORM PEDIR-PEDIDO
           IF WS-CAMPO-OK = "S"
               MOVE SPACES TO WS-NOMBRE-TXT
               STRING "PICKING-WEB-" PW-NUMERO ".txt"
                   DELIMITED BY SIZE INTO WS-NOMBRE-TXT
               OPEN OUTPUT DOCUMENTO-TXT
               MOVE PW-NUMERO TO PP-NUMERO
               MOVE PW-NOMBRE TO PP-NOMBRE
               MOVE PW-TELEFONO TO PP-TELEFONO
               MOVE PW-FECHA-LIMITE TO PP-LIMITE
               MOVE PICK-PEDIDO TO DOC-LINEA
               WRITE DOC-LINEA
               DISPLAY PICK-PEDIDO
               MOVE "N" TO WS-EOF-LINEAS
               MOVE PW-NUMERO TO PWL-NUMERO
               MOVE 0 TO PWL-LINEA
               START PEDIDOS-WEB-LINEAS KEY IS GREATER THAN PWL-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-LINEAS
               END-START
               PERFORM UNTIL WS-EOF-LINEAS = "S"
                   READ PEDIDOS-WEB-LINEAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-LINEAS
                       NOT AT END
                           IF PWL-NUMERO NOT = PW-NUMERO
                               MOVE "S" TO WS-EOF-LINEAS
                           ELSE
                               PERFORM ESCRIBIR-LINEA-PICKING
                           END-IF
                   END-READ
               END-PERFORM
               MOVE PW-TOTAL TO PK-TOTAL
               MOVE PICK-TOTAL TO DOC-LINEA
               WRITE DOC-LINEA
               DISPLAY PICK-TOTAL
               CLOSE DOCUMENTO-TXT
               DISPLAY "Documento generado: " WS-NOMBRE-TXT
           END-IF.

       ESCRIBIR-LINEA-PICKING.
           MOVE PWL-PRODUCTO-ID TO PRODUCTO-ID
           MOVE SPACES TO PRODUCTO-UBICACION
           READ PRODUCTO
               INVALID KEY
                   MOVE "(DESCONOCIDO)" TO PRODUCTO-DESCRIP
           END-READ
           MOVE PRODUCTO-UBICACION TO PD-UBICACION
           MOVE PWL-PRODUCTO-ID TO PD-PRODUCTO
           MOVE PRODUCTO-DESCRIP TO PD-DESCRIP
           MOVE PWL-CANTIDAD TO PD-PEDIDA
           MOVE PWL-RESERVADA TO PD-RESERVADA
           EVALUATE TRUE
               WHEN PWL-COBRADA
                   MOVE "COBRADA" TO PD-AVISO
               WHEN PWL-NO-SERVIDA
                   MOVE "NO SERVIDA" TO PD-AVISO
               WHEN PWL-RESERVADA < PWL-CANTIDAD
                   MOVE "** FALTA **" TO PD-AVISO
               WHEN OTHER
                   MOVE SPACES TO PD-AVISO
           END-EVALUATE
           MOVE PICK-DETALLE TO DOC-LINEA
           WRITE DOC-LINEA
           DISPLAY PICK-DETALLE.

      *----------------------- ESTADOS ------------------------------------
       MARCAR-PREPARADO.
           PERFORM PEDIR-PEDIDO
           IF WS-CAMPO-OK = "S"
               IF PW-RESERVADO
                   MOVE "S" TO PW-ESTADO
                   REWRITE PEDIDO-WEB-REGISTRO
                   DISPLAY "Pedido " PW-NUMERO " PREPARADO: avise al "
                       "cliente (" PW-TELEFONO ")."
               ELSE
                   DISPLAY "SOLO SE PREPARA UN PEDIDO RESERVADO."
               END-IF
           END-IF.

      *> La reserva solo cuenta mientras el pedido esta vivo: anularlo
      *> basta para devolver el stock a la venta.
       ANULAR-PEDIDO.
           PERFORM PEDIR-PEDIDO
           IF WS-CAMPO-OK = "S"
               IF PW-VIVO
                   DISPLAY "Confirma anular el pedido " PW-NUMERO
                       " de " PW-NOMBRE "? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       MOVE "X" TO PW-ESTADO
                       MOVE WS-HOY TO PW-FECHA-CIERRE
                       REWRITE PEDIDO-WEB-REGISTRO
                       DISPLAY "Pedido anulado: reserva liberada. "
                           "Devuelva la bolsa a la estanteria."
                   END-IF
               ELSE
                   DISPLAY "EL PEDIDO YA ESTA CERRADO."
               END-IF
           END-IF.

       LIBERAR-NO-RECOGIDOS.
           CLOSE PEDIDOS-WEB
           CALL "LIBERAR-PEDIDOS-WEB" USING WS-HOY, WS-LIBERADOS
           DISPLAY WS-LIBERADOS " pedido(s) liberado(s)."
           OPEN I-O PEDIDOS-WEB.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-PEDIDOS-WEB" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-PEDIDOS-WEB.
