       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-PEDIDOS-WEB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Pedidos de la tienda online en el layout acordado, una fila
      *> por linea de pedido y las del mismo pedido seguidas:
      *> PEDIDO,FECHA,NOMBRE,TELEFONO,PRODUCTO,CANTIDAD,PRECIO
      *> (PEDIDO y PRODUCTO 6 digitos, FECHA AAAAMMDD, CANTIDAD en
      *> unidades 3 digitos, PRECIO unitario en centimos 7 digitos).
           SELECT PEDIDOS-WEB-CSV
               ASSIGN TO "PEDIDOS-WEB-ENTRADA.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

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
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
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

           SELECT VENTAS-DIARIAS
               ASSIGN TO "ventas-diarias.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VD-STATUS.

           SELECT CHECKPOINT
               ASSIGN TO "ACTUALIZAR-VENTAS.ckp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.

           SELECT PICKING-TXT
               ASSIGN TO "PICKING-WEB.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICKING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS-WEB-CSV.
       01 CSV-LINEA PIC X(150).

       FD PEDIDOS-WEB.
           COPY PEDWEB.

       FD PEDIDOS-WEB-LINEAS.
           COPY PEDWLIN.

       FD PRODUCTO.
           COPY PRODFLT.

       FD VENTAS-DIARIAS.
       01 VENTAS-DIARIAS-REGISTRO.
           03 VD-PRODUCTO-ID PIC 9(6).
           03 VD-UNIDADES-VENDIDAS PIC 9(3)V999.

       FD CHECKPOINT.
       01 CKP-REGISTRO.
           05 CKP-REGISTROS-PROCESADOS PIC 9(8).

       FD PICKING-TXT.
       01 PICK-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CSV-STATUS PIC XX.
       01 WS-PEDWEB-STATUS PIC XX.
       01 WS-PWLIN-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-VD-STATUS PIC XX.
       01 WS-CKP-STATUS PIC XX.
       01 WS-PICKING-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-PRIMERA-LINEA PIC X VALUE "S".
       01 WS-HOY PIC 9(8).
      *> Dias que se guarda un pedido para recogerlo antes de liberar
      *> su reserva (PA-DIAS-RECOGIDA-WEB; el VALUE es el de fabrica).
       01 WS-DIAS-RECOGIDA PIC 9(3) VALUE 3.
       01 WS-REGISTROS-A-SALTAR PIC 9(8) VALUE 0.
       01 WS-CAMPO-PEDIDO PIC X(10).
       01 WS-CAMPO-FECHA PIC X(10).
       01 WS-CAMPO-NOMBRE PIC X(30).
       01 WS-CAMPO-TELEFONO PIC X(15).
       01 WS-CAMPO-PRODUCTO PIC X(10).
       01 WS-CAMPO-CANTIDAD PIC X(10).
       01 WS-CAMPO-PRECIO PIC X(10).
       01 WS-PEDIDO-ACTUAL PIC 9(6) VALUE 0.
      *> S = el pedido en curso se graba; N = ya importado o invalido.
       01 WS-PEDIDO-VALIDO PIC X VALUE "N".
       01 WS-CANTIDAD PIC 9(3).
       01 WS-PRECIO-CENTIMOS PIC 9(7).
       01 WS-DISPONIBLE PIC S9(7)V999.
       01 WS-PEDIDOS-IMPORTADOS PIC 9(5) VALUE ZEROES.
       01 WS-PEDIDOS-REPETIDOS PIC 9(5) VALUE ZEROES.
       01 WS-LINEAS-RECHAZADAS PIC 9(5) VALUE ZEROES.
       01 WS-LINEAS-CORTAS PIC 9(5) VALUE ZEROES.

      *----------------------- STOCK COMPROMETIDO -------------------------
      * Por producto: lo vendido hoy todavia sin aplicar por el batch
      * mas lo ya reservado por pedidos web vivos. Lo disponible para
      * un pedido nuevo es el stock del maestro menos esto.
       01 WS-TR-CANT PIC 9(4) VALUE 0.
       01 WS-TR-ENCONTRADO PIC X VALUE "N".
       01 WS-TR-PRODUCTO PIC 9(6).
       01 WS-TR-UNIDADES PIC 9(7)V999.
       01 WS-COMPROMETIDO PIC 9(7)V999.
       01 TABLA-RESERVAS.
           05 TR-ENTRADA OCCURS 500 TIMES INDEXED BY TR-IDX.
               10 TR-PRODUCTO-ID PIC 9(6).
               10 TR-UNIDADES PIC 9(7)V999.

      *----------------------- HOJA DE PICKING ----------------------------
       01 PICK-TITULO.
           05 FILLER PIC X(30) VALUE "PEDIDOS WEB A PREPARAR - DIA ".
           05 PT-FECHA PIC 9(8).
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
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.
      * Reglas de la tienda leidas de PARAMETROS.dat al arrancar.
           COPY PARAMETRO.

       PROCEDURE DIVISION.
      *----------------------- IMPORTACION DE PEDIDOS WEB -----------------
      * Da de alta los pedidos de la tienda online para recoger en
      * tienda. Cada linea reserva lo que hay disponible: la caja
      * cuenta lo reservado como ya vendido y no lo vende dos veces.
      * Lo pedido que no se pudo reservar sale marcado en la hoja de
      * picking PICKING-WEB.txt para avisar al cliente. Un pedido ya
      * importado se salta, asi el archivo puede procesarse de nuevo.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           OPEN INPUT PEDIDOS-WEB-CSV
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "No se encontro PEDIDOS-WEB-ENTRADA.csv."
               STOP RUN
           END-IF
           OPEN I-O PEDIDOS-WEB
           IF WS-PEDWEB-STATUS = "35"
               OPEN OUTPUT PEDIDOS-WEB
               CLOSE PEDIDOS-WEB
               OPEN I-O PEDIDOS-WEB
           END-IF
           OPEN I-O PEDIDOS-WEB-LINEAS
           IF WS-PWLIN-STATUS = "35"
               OPEN OUTPUT PEDIDOS-WEB-LINEAS
               CLOSE PEDIDOS-WEB-LINEAS
               OPEN I-O PEDIDOS-WEB-LINEAS
           END-IF
           IF WS-PEDWEB-STATUS NOT = "00" OR
              WS-PWLIN-STATUS NOT = "00"
               DISPLAY "No se pudieron abrir los pedidos web. "
                   "Estados: " WS-PEDWEB-STATUS " / " WS-PWLIN-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PEDIDOS-WEB-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PEDWEB-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PEDIDOS-WEB-CSV
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
               CLOSE PEDIDOS-WEB-CSV
               CLOSE PEDIDOS-WEB
               CLOSE PEDIDOS-WEB-LINEAS
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           PERFORM CARGAR-VENTAS-SIN-APLICAR
           PERFORM CARGAR-RESERVAS-VIVAS

           OPEN OUTPUT PICKING-TXT
           MOVE WS-HOY TO PT-FECHA
           MOVE PICK-TITULO TO PICK-LINEA
           WRITE PICK-LINEA

           PERFORM UNTIL WS-EOF = "S"
               READ PEDIDOS-WEB-CSV
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF WS-PRIMERA-LINEA = "S"
                           MOVE "N" TO WS-PRIMERA-LINEA
                       ELSE
                           PERFORM PROCESAR-LINEA-CSV
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CERRAR-PEDIDO-ACTUAL

           CLOSE PEDIDOS-WEB-CSV
           CLOSE PEDIDOS-WEB
           CLOSE PEDIDOS-WEB-LINEAS
           CLOSE PRODUCTO
           CLOSE PICKING-TXT
           DISPLAY "PEDIDOS IMPORTADOS......: " WS-PEDIDOS-IMPORTADOS
           DISPLAY "PEDIDOS YA IMPORTADOS...: " WS-PEDIDOS-REPETIDOS
           DISPLAY "LINEAS RECHAZADAS.......: " WS-LINEAS-RECHAZADAS
           DISPLAY "LINEAS SIN STOCK BASTANTE: " WS-LINEAS-CORTAS
           IF WS-PEDIDOS-IMPORTADOS > 0
               DISPLAY "Hoja de picking en PICKING-WEB.txt"
           END-IF
           STOP RUN.

      *----------------------- STOCK COMPROMETIDO -------------------------
      * Mismo calculo que la caja: lo que queda en ventas-diarias.dat
      * despues del checkpoint del apply todavia no salio del maestro.
       CARGAR-VENTAS-SIN-APLICAR.
           MOVE 0 TO WS-REGISTROS-A-SALTAR
           OPEN INPUT CHECKPOINT
           IF WS-CKP-STATUS = "00"
               READ CHECKPOINT
                   NOT AT END
                       MOVE CKP-REGISTROS-PROCESADOS
                           TO WS-REGISTROS-A-SALTAR
               END-READ
               CLOSE CHECKPOINT
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT VENTAS-DIARIAS
           IF WS-VD-STATUS = "00"
               PERFORM WS-REGISTROS-A-SALTAR TIMES
                   READ VENTAS-DIARIAS
                       AT END
                           MOVE "S" TO WS-EOF
                   END-READ
               END-PERFORM
               PERFORM UNTIL WS-EOF = "S"
                   READ VENTAS-DIARIAS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE VD-PRODUCTO-ID TO WS-TR-PRODUCTO
                           MOVE VD-UNIDADES-VENDIDAS TO WS-TR-UNIDADES
                           PERFORM ACUMULAR-RESERVA
                   END-READ
               END-PERFORM
               CLOSE VENTAS-DIARIAS
           END-IF
           MOVE "N" TO WS-EOF.

      *> Lineas pendientes de pedidos reservados o preparados.
       CARGAR-RESERVAS-VIVAS.
           MOVE "N" TO WS-EOF
           MOVE 0 TO PWL-NUMERO
           MOVE 0 TO PWL-LINEA
           START PEDIDOS-WEB-LINEAS KEY IS NOT LESS THAN PWL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ PEDIDOS-WEB-LINEAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PWL-PENDIENTE AND PWL-RESERVADA > 0
                           MOVE PWL-NUMERO TO PW-NUMERO
                           READ PEDIDOS-WEB
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF PW-VIVO
                                       MOVE PWL-PRODUCTO-ID
                                           TO WS-TR-PRODUCTO
                                       MOVE PWL-RESERVADA
                                           TO WS-TR-UNIDADES
                                       PERFORM ACUMULAR-RESERVA
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       ACUMULAR-RESERVA.
           MOVE "N" TO WS-TR-ENCONTRADO
           PERFORM VARYING TR-IDX FROM 1 BY 1
               UNTIL TR-IDX > WS-TR-CANT OR TR-IDX > 500
               IF TR-PRODUCTO-ID(TR-IDX) = WS-TR-PRODUCTO
                   ADD WS-TR-UNIDADES TO TR-UNIDADES(TR-IDX)
                   MOVE "S" TO WS-TR-ENCONTRADO
                   SET TR-IDX TO 501
               END-IF
           END-PERFORM
           IF WS-TR-ENCONTRADO = "N"
               IF WS-TR-CANT < 500
                   ADD 1 TO WS-TR-CANT
                   MOVE WS-TR-PRODUCTO TO TR-PRODUCTO-ID(WS-TR-CANT)
                   MOVE WS-TR-UNIDADES TO TR-UNIDADES(WS-TR-CANT)
               ELSE
                   DISPLAY "AVISO: TABLA-RESERVAS llena (500), el "
                       "producto " WS-TR-PRODUCTO " no se controla "
                       "contra lo comprometido"
               END-IF
           END-IF.

       BUSCAR-COMPROMETIDO.
           MOVE 0 TO WS-COMPROMETIDO
           PERFORM VARYING TR-IDX FROM 1 BY 1
               UNTIL TR-IDX > WS-TR-CANT OR TR-IDX > 500
               IF TR-PRODUCTO-ID(TR-IDX) = WS-TR-PRODUCTO
                   MOVE TR-UNIDADES(TR-IDX) TO WS-COMPROMETIDO
                   SET TR-IDX TO 501
               END-IF
           END-PERFORM.

      *----------------------- PEDIDOS ------------------------------------
       PROCESAR-LINEA-CSV.
           MOVE SPACES TO WS-CAMPO-PEDIDO WS-CAMPO-FECHA
               WS-CAMPO-NOMBRE WS-CAMPO-TELEFONO WS-CAMPO-PRODUCTO
               WS-CAMPO-CANTIDAD WS-CAMPO-PRECIO
           UNSTRING CSV-LINEA DELIMITED BY ","
               INTO WS-CAMPO-PEDIDO
                    WS-CAMPO-FECHA
                    WS-CAMPO-NOMBRE
                    WS-CAMPO-TELEFONO
                    WS-CAMPO-PRODUCTO
                    WS-CAMPO-CANTIDAD
                    WS-CAMPO-PRECIO
           END-UNSTRING
           IF WS-CAMPO-PEDIDO(1:6) NOT NUMERIC OR
              WS-CAMPO-PRODUCTO(1:6) NOT NUMERIC OR
              WS-CAMPO-CANTIDAD(1:3) NOT NUMERIC OR
              WS-CAMPO-PRECIO(1:7) NOT NUMERIC
               ADD 1 TO WS-LINEAS-RECHAZADAS
               DISPLAY "Linea rechazada: " CSV-LINEA
               MOVE "PROCESAR-LINEA-CSV" TO WS-INC-PARRAFO
               MOVE "PEDIDOS-WEB-ENTRADA.csv" TO WS-INC-ARCHIVO
               MOVE CSV-LINEA TO WS-INC-DETALLE
               PERFORM REGISTRAR-INCIDENCIA-AVISO
           ELSE
               IF WS-CAMPO-PEDIDO(1:6) NOT = WS-PEDIDO-ACTUAL
                   PERFORM CERRAR-PEDIDO-ACTUAL
                   PERFORM ABRIR-PEDIDO-NUEVO
               END-IF
               IF WS-PEDIDO-VALIDO = "S"
                   PERFORM GRABAR-LINEA-PEDIDO
               END-IF
           END-IF.

       ABRIR-PEDIDO-NUEVO.
           MOVE WS-CAMPO-PEDIDO(1:6) TO WS-PEDIDO-ACTUAL
           MOVE WS-PEDIDO-ACTUAL TO PW-NUMERO
           READ PEDIDOS-WEB
               INVALID KEY
                   MOVE "S" TO WS-PEDIDO-VALIDO
               NOT INVALID KEY
                   MOVE "N" TO WS-PEDIDO-VALIDO
                   ADD 1 TO WS-PEDIDOS-REPETIDOS
                   DISPLAY "Pedido " WS-PEDIDO-ACTUAL
                       " ya importado: se salta."
           END-READ
           IF WS-PEDIDO-VALIDO = "S"
               INITIALIZE PEDIDO-WEB-REGISTRO
               MOVE WS-PEDIDO-ACTUAL TO PW-NUMERO
               IF WS-CAMPO-FECHA(1:8) NUMERIC
                   MOVE WS-CAMPO-FECHA(1:8) TO PW-FECHA-PEDIDO
               ELSE
                   MOVE WS-HOY TO PW-FECHA-PEDIDO
               END-IF
               MOVE WS-HOY TO PW-FECHA-IMPORTACION
               COMPUTE PW-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HOY) + WS-DIAS-RECOGIDA)
               MOVE WS-CAMPO-NOMBRE TO PW-NOMBRE
               MOVE WS-CAMPO-TELEFONO TO PW-TELEFONO
               MOVE "R" TO PW-ESTADO
               MOVE 0 TO PW-LINEAS
               MOVE 0 TO PW-TOTAL
               MOVE SPACES TO PICK-LINEA
               WRITE PICK-LINEA
               MOVE PW-NUMERO TO PP-NUMERO
               MOVE PW-NOMBRE TO PP-NOMBRE
               MOVE PW-TELEFONO TO PP-TELEFONO
               MOVE PW-FECHA-LIMITE TO PP-LIMITE
               MOVE PICK-PEDIDO TO PICK-LINEA
               WRITE PICK-LINEA
           END-IF.

      *> Solo productos vendibles sueltos en la tienda online: ni
      *> descatalogados, ni kits, ni articulos deposito.
       GRABAR-LINEA-PEDIDO.
           MOVE WS-CAMPO-PRODUCTO(1:6) TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   MOVE "23" TO WS-PRODUCTO-STATUS
           END-READ
           IF WS-PRODUCTO-STATUS NOT = "00" OR
              PRODUCTO-DISCONTINUADO = "S" OR
              PRODUCTO-ES-KIT = "S" OR
              PRODUCTO-ES-DEPOSITO
               ADD 1 TO WS-LINEAS-RECHAZADAS
               DISPLAY "Pedido " WS-PEDIDO-ACTUAL ": producto "
                   WS-CAMPO-PRODUCTO(1:6) " no vendible online."
               MOVE "GRABAR-LINEA-PEDIDO" TO WS-INC-PARRAFO
               MOVE "PEDIDOS-WEB-ENTRADA.csv" TO WS-INC-ARCHIVO
               MOVE WS-CAMPO-PRODUCTO(1:6) TO WS-INC-CLAVE
               MOVE "PRODUCTO NO VENDIBLE ONLINE" TO WS-INC-DETALLE
               PERFORM REGISTRAR-INCIDENCIA-AVISO
           ELSE
               ADD 1 TO PW-LINEAS
               MOVE PW-NUMERO TO PWL-NUMERO
               MOVE PW-LINEAS TO PWL-LINEA
               MOVE PRODUCTO-ID TO PWL-PRODUCTO-ID
               MOVE WS-CAMPO-CANTIDAD(1:3) TO WS-CANTIDAD
               MOVE WS-CANTIDAD TO PWL-CANTIDAD
               MOVE WS-CAMPO-PRECIO(1:7) TO WS-PRECIO-CENTIMOS
               COMPUTE PWL-PRECIO = WS-PRECIO-CENTIMOS / 100
               MOVE SPACE TO PWL-ESTADO
               MOVE PRODUCTO-ID TO WS-TR-PRODUCTO
               PERFORM BUSCAR-COMPROMETIDO
               COMPUTE WS-DISPONIBLE =
                   PRODUCTO-STOCK - WS-COMPROMETIDO
               IF WS-DISPONIBLE < 0
                   MOVE 0 TO WS-DISPONIBLE
               END-IF
               MOVE SPACES TO PD-AVISO
               IF PWL-CANTIDAD > WS-DISPONIBLE
                   MOVE WS-DISPONIBLE TO PWL-RESERVADA
                   MOVE "** FALTA **" TO PD-AVISO
                   ADD 1 TO WS-LINEAS-CORTAS
               ELSE
                   MOVE PWL-CANTIDAD TO PWL-RESERVADA
               END-IF
               WRITE PEDIDO-WEB-LINEA-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar la linea del pedido "
                           PW-NUMERO ". Estado: " WS-PWLIN-STATUS
                       MOVE "GRABAR-LINEA-PEDIDO" TO WS-INC-PARRAFO
                       MOVE "PEDIDOS-WEB-LINEAS-INDEXADO.dat"
                           TO WS-INC-ARCHIVO
                       MOVE WS-PWLIN-STATUS TO WS-INC-ESTADO
                       MOVE PWL-CLAVE TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
               END-WRITE
               MOVE PWL-RESERVADA TO WS-TR-UNIDADES
               PERFORM ACUMULAR-RESERVA
               COMPUTE PW-TOTAL = PW-TOTAL +
                   PWL-RESERVADA * PWL-PRECIO
               MOVE PRODUCTO-UBICACION TO PD-UBICACION
               MOVE PRODUCTO-ID TO PD-PRODUCTO
               MOVE PRODUCTO-DESCRIP TO PD-DESCRIP
               MOVE PWL-CANTIDAD TO PD-PEDIDA
               MOVE PWL-RESERVADA TO PD-RESERVADA
               MOVE PICK-DETALLE TO PICK-LINEA
               WRITE PICK-LINEA
           END-IF.

       CERRAR-PEDIDO-ACTUAL.
           IF WS-PEDIDO-VALIDO = "S"
               IF PW-LINEAS = 0
                   MOVE "X" TO PW-ESTADO
                   MOVE WS-HOY TO PW-FECHA-CIERRE
                   MOVE "  PEDIDO SIN LINEAS VENDIBLES: ANULADO."
                       TO PICK-LINEA
                   WRITE PICK-LINEA
               END-IF
               WRITE PEDIDO-WEB-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar el pedido " PW-NUMERO
                           ". Estado: " WS-PEDWEB-STATUS
                       MOVE "CERRAR-PEDIDO-ACTUAL" TO WS-INC-PARRAFO
                       MOVE "PEDIDOS-WEB-INDEXADO.dat" TO WS-INC-ARCHIVO
                       MOVE WS-PEDWEB-STATUS TO WS-INC-ESTADO
                       MOVE PW-NUMERO TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   NOT INVALID KEY
                       ADD 1 TO WS-PEDIDOS-IMPORTADOS
               END-WRITE
           END-IF
           MOVE "N" TO WS-PEDIDO-VALIDO.

      *> Reglas vigentes de la tienda (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-DIAS-RECOGIDA-WEB TO WS-DIAS-RECOGIDA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-AVISO.
           MOVE "A" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "IMPORTAR-PEDIDOS-WEB" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM IMPORTAR-PEDIDOS-WEB.
