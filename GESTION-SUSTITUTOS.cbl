       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-SUSTITUTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSTITUTOS
               ASSIGN TO "SUSTITUTOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUST-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-SUSTITUTOS-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRODUCTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSTITUTOS.
           COPY SUSTITUTO.

       FD PRODUCTO.
           COPY PRODFLT.

       WORKING-STORAGE SECTION.
       01 WS-SUSTITUTOS-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 OPCION PIC 9 VALUE 0.
       01 FIN PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-PRODUCTO-ID PIC 9(6).
       01 WS-ALTERNATIVO-ID PIC 9(6).
       01 WS-ORDEN PIC 9(2).
       01 WS-DESCRIP-PRODUCTO PIC X(30).
       01 SUSTITUTO-DETALLE.
           05 SD-ORDEN PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-ALTERNATIVO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-DESCRIP PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-STOCK PIC Z(5)9.999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-UBICACION PIC X(10).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- SUSTITUTOS ---------------------------------
      * Mantiene la lista ordenada de alternativas de cada producto:
      * cuando el producto se queda sin stock, ALTA-VENTAS y
      * GESTION-ENCARGOS ofrecen, por este orden, las que si tienen.
      * Un kit o un articulo deposito no sirven de alternativa.
       INICIO.
           OPEN I-O SUSTITUTOS
           IF WS-SUSTITUTOS-STATUS = "35"
               DISPLAY "Archivo de sustitutos no encontrado, se crea."
               OPEN OUTPUT SUSTITUTOS
               CLOSE SUSTITUTOS
               OPEN I-O SUSTITUTOS
           END-IF
           IF WS-SUSTITUTOS-STATUS NOT = "00"
               DISPLAY "Error al abrir los sustitutos. Estado: "
                   WS-SUSTITUTOS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "SUSTITUTOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-SUSTITUTOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE SUSTITUTOS
               STOP RUN
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "GESTION DE SUSTITUTOS"
               DISPLAY "1. CARGAR O MODIFICAR SUSTITUTO DE UN PRODUCTO."
               DISPLAY "2. LISTAR SUSTITUTOS DE UN PRODUCTO."
               DISPLAY "3. QUITAR SUSTITUTO."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       PERFORM CARGAR-SUSTITUTO
                   WHEN 2
                       PERFORM LISTAR-SUSTITUTOS
                   WHEN 3
                       PERFORM QUITAR-SUSTITUTO
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE SUSTITUTOS
           CLOSE PRODUCTO
           STOP RUN.

       PEDIR-PRODUCTO.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "ID del producto: "
           ACCEPT WS-PRODUCTO-ID
           MOVE WS-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "PRODUCTO NO ENCONTRADO."
               NOT INVALID KEY
                   MOVE PRODUCTO-DESCRIP TO WS-DESCRIP-PRODUCTO
                   DISPLAY "Producto: " PRODUCTO-DESCRIP
                   MOVE "S" TO WS-CAMPO-OK
           END-READ.

      *> El orden (1 = la primera que se ofrece) es parte de la
      *> clave: cargar un orden ya usado cambia su alternativa.
       CARGAR-SUSTITUTO.
           PERFORM PEDIR-PRODUCTO
           IF WS-CAMPO-OK = "S"
               MOVE "N" TO WS-CAMPO-OK
               DISPLAY "ID del producto alternativo: "
               ACCEPT WS-ALTERNATIVO-ID
               IF WS-ALTERNATIVO-ID = WS-PRODUCTO-ID
                   DISPLAY "UN PRODUCTO NO SE SUSTITUYE A SI MISMO."
               ELSE
                   MOVE WS-ALTERNATIVO-ID TO PRODUCTO-ID
                   READ PRODUCTO
                       INVALID KEY
                           DISPLAY "ALTERNATIVO NO ENCONTRADO."
                       NOT INVALID KEY
                           PERFORM VALIDAR-ALTERNATIVO
                   END-READ
               END-IF
           END-IF
           IF WS-CAMPO-OK = "S"
               MOVE 0 TO WS-ORDEN
               DISPLAY "Orden de preferencia (1-99): "
               ACCEPT WS-ORDEN
               IF WS-ORDEN NOT NUMERIC OR WS-ORDEN = 0
                   DISPLAY "ORDEN INVALIDO: no se graba."
               ELSE
                   PERFORM GRABAR-SUSTITUTO
               END-IF
           END-IF.

       VALIDAR-ALTERNATIVO.
           EVALUATE TRUE
               WHEN PRODUCTO-ES-KIT = "S"
                   DISPLAY "UN KIT NO SIRVE DE SUSTITUTO."
               WHEN PRODUCTO-ES-DEPOSITO
                   DISPLAY "UN ARTICULO DEPOSITO NO SIRVE DE "
                       "SUSTITUTO."
               WHEN PRODUCTO-DISCONTINUADO = "S"
                   DISPLAY "EL PRODUCTO ESTA DISCONTINUADO."
               WHEN OTHER
                   DISPLAY "Alternativo: " PRODUCTO-DESCRIP
                   MOVE "S" TO WS-CAMPO-OK
           END-EVALUATE.

       GRABAR-SUSTITUTO.
           MOVE WS-PRODUCTO-ID TO SUST-PRODUCTO-ID
           MOVE WS-ORDEN TO SUST-ORDEN
           READ SUSTITUTOS
               INVALID KEY
                   MOVE WS-PRODUCTO-ID TO SUST-PRODUCTO-ID
                   MOVE WS-ORDEN TO SUST-ORDEN
                   MOVE WS-ALTERNATIVO-ID TO SUST-ALTERNATIVO-ID
                   WRITE SUSTITUTO-REGISTRO
                   IF WS-SUSTITUTOS-STATUS = "00"
                       DISPLAY "Sustituto cargado."
                   ELSE
                       DISPLAY "Error al grabar el sustituto. "
                           "Estado: " WS-SUSTITUTOS-STATUS
                       MOVE "GRABAR-SUSTITUTO" TO WS-INC-PARRAFO
                       MOVE "SUSTITUTOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                       MOVE WS-SUSTITUTOS-STATUS TO WS-INC-ESTADO
                       MOVE SUST-CLAVE TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   END-IF
               NOT INVALID KEY
                   DISPLAY "El orden " WS-ORDEN " tenia el producto "
                       SUST-ALTERNATIVO-ID ": se reemplaza."
                   MOVE WS-ALTERNATIVO-ID TO SUST-ALTERNATIVO-ID
                   REWRITE SUSTITUTO-REGISTRO
                   DISPLAY "Sustituto actualizado."
           END-READ.

       LISTAR-SUSTITUTOS.
           PERFORM PEDIR-PRODUCTO
           IF WS-CAMPO-OK = "S"
               DISPLAY "SUSTITUTOS DE " WS-DESCRIP-PRODUCTO ":"
               DISPLAY "OR  ID      DESCRIPCION                     "
                   "      STOCK  UBICACION"
               MOVE "N" TO WS-EOF
               MOVE WS-PRODUCTO-ID TO SUST-PRODUCTO-ID
               MOVE 0 TO SUST-ORDEN
               START SUSTITUTOS KEY IS GREATER THAN SUST-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "S"
                   READ SUSTITUTOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF SUST-PRODUCTO-ID NOT = WS-PRODUCTO-ID
                               MOVE "S" TO WS-EOF
                           ELSE
                               PERFORM MOSTRAR-SUSTITUTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       MOSTRAR-SUSTITUTO.
           MOVE SUST-ORDEN TO SD-ORDEN
           MOVE SUST-ALTERNATIVO-ID TO SD-ALTERNATIVO
           MOVE SUST-ALTERNATIVO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   MOVE "(PRODUCTO DESCONOCIDO)" TO PRODUCTO-DESCRIP
                   MOVE ZEROES TO PRODUCTO-STOCK
                   MOVE SPACES TO PRODUCTO-UBICACION
           END-READ
           MOVE PRODUCTO-DESCRIP TO SD-DESCRIP
           MOVE PRODUCTO-STOCK TO SD-STOCK
           MOVE PRODUCTO-UBICACION TO SD-UBICACION
           DISPLAY SUSTITUTO-DETALLE.

       QUITAR-SUSTITUTO.
           DISPLAY "ID del producto: "
           ACCEPT WS-PRODUCTO-ID
           DISPLAY "Orden del sustituto a quitar: "
           ACCEPT WS-ORDEN
           MOVE WS-PRODUCTO-ID TO SUST-PRODUCTO-ID
           MOVE WS-ORDEN TO SUST-ORDEN
           READ SUSTITUTOS
               INVALID KEY
                   DISPLAY "EL PRODUCTO NO TIENE SUSTITUTO CON ESE "
                       "ORDEN."
               NOT INVALID KEY
                   DELETE SUSTITUTOS
                   DISPLAY "Sustituto quitado."
           END-READ.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-SUSTITUTOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-SUSTITUTOS.
