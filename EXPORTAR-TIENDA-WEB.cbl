       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAR-TIENDA-WEB.

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

           SELECT FAMILIAS
               ASSIGN TO "FAMILIAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAMILIA-CODIGO
               FILE STATUS IS WS-FAMILIAS-STATUS.

           SELECT PEDIDOS-WEB
               ASSIGN TO "PEDIDOS-WEB-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PEDWEB-STATUS.

           SELECT PEDIDOS-WEB-LINEAS
               ASSIGN TO "PEDIDOS-WEB-LINEAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PWL-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PWLIN-STATUS.

           SELECT VENTAS-DIARIAS
               ASSIGN TO "ventas-diarias.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VD-STATUS.

           SELECT CHECKPOINT
               ASSIGN TO "ACTUALIZAR-VENTAS.ckp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.

           SELECT CATALOGO-WEB-CSV
               ASSIGN TO "TIENDA-WEB-CATALOGO.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTO.
           COPY PRODFLT.

       FD FAMILIAS.
           COPY FAMILIA.

       FD PEDIDOS-WEB.
           COPY PEDWEB.

       FD PEDIDOS-WEB-LINEAS.
           COPY PEDWLIN.

       FD VENTAS-DIARIAS.
       01 VENTAS-DIARIAS-REGISTRO.
           03 VD-PRODUCTO-ID PIC 9(6).
           03 VD-UNIDADES-VENDIDAS PIC 9(3)V999.

       FD CHECKPOINT.
       01 CKP-REGISTRO.
           05 CKP-REGISTROS-PROCESADOS PIC 9(8).

       FD CATALOGO-WEB-CSV.
       01 CATALOGO-WEB-LINEA PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-FAMILIAS-STATUS PIC XX.
       01 WS-PEDWEB-STATUS PIC XX.
       01 WS-PWLIN-STATUS PIC XX.
       01 WS-VD-STATUS PIC XX.
       01 WS-CKP-STATUS PIC XX.
       01 WS-CSV-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-HAY-FAMILIAS PIC X VALUE "N".
       01 WS-REGISTROS-A-SALTAR PIC 9(8) VALUE 0.
       01 WS-CANTIDAD-EXPORTADA PIC 9(6) VALUE ZEROES.
       01 WS-DISPONIBLE PIC S9(7)V999.
       01 WS-DISPONIBLE-CSV PIC 9(6).
       01 WS-PRECIO-CSV PIC ZZZZ9.99.
       01 WS-DEPOSITO-CSV PIC ZZZZ9.99.
       01 WS-DEPOSITO PIC 9(5)V99.
       01 WS-PRODUCTO-GUARDADO PIC X(200).
       01 WS-FAMILIA-NOMBRE PIC X(20).
       01 CATALOGO-WEB-ENCABEZADO PIC X(150) VALUE
           "ID,EAN,DESCRIPCION,FAMILIA,NOMBRE-FAMILIA,PRECIO,DEPOSITO,
      -    "DISPONIBLE,RESTRICCION-EDAD".

      *----------------------- STOCK COMPROMETIDO -------------------------
      * Lo vendido sin aplicar mas lo reservado por pedidos web vivos,
      * igual que en IMPORTAR-PEDIDOS-WEB.
       01 WS-TR-CANT PIC 9(4) VALUE 0.
       01 WS-TR-ENCONTRADO PIC X VALUE "N".
       01 WS-TR-PRODUCTO PIC 9(6).
       01 WS-TR-UNIDADES PIC 9(7)V999.
       01 WS-COMPROMETIDO PIC 9(7)V999.
       01 TABLA-RESERVAS.
           05 TR-ENTRADA OCCURS 500 TIMES INDEXED BY TR-IDX.
               10 TR-PRODUCTO-ID PIC 9(6).
               10 TR-UNIDADES PIC 9(7)V999.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-EXPORTADOS PIC 9(6).

       PROCEDURE DIVISION USING LK-EXPORTADOS.
      *----------------------- CATALOGO PARA LA TIENDA ONLINE -------------
      * Corre cada noche desde BATCH-NOCTURNO, despues del apply y de
      * liberar los pedidos no recogidos: los productos que se pueden
      * vender online (ni descatalogados, ni kits, ni articulos
      * deposito, ni al peso) con su precio de tarifa, el deposito
      * del envase aparte, la familia y lo disponible, que es el
      * stock menos lo comprometido. La tienda online no ofrece mas
      * de lo que hay.
       INICIO.
           MOVE ZEROES TO WS-CANTIDAD-EXPORTADA
           MOVE 0 TO WS-TR-CANT
           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               MOVE ZEROES TO LK-EXPORTADOS
               GOBACK
           END-IF
           MOVE "N" TO WS-HAY-FAMILIAS
           OPEN INPUT FAMILIAS
           IF WS-FAMILIAS-STATUS = "00"
               MOVE "S" TO WS-HAY-FAMILIAS
           END-IF

           PERFORM CARGAR-VENTAS-SIN-APLICAR
           PERFORM CARGAR-RESERVAS-VIVAS

           OPEN OUTPUT CATALOGO-WEB-CSV
           MOVE CATALOGO-WEB-ENCABEZADO TO CATALOGO-WEB-LINEA
           WRITE CATALOGO-WEB-LINEA

           MOVE "N" TO WS-EOF
           MOVE 0 TO PRODUCTO-ID
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
                          PRODUCTO-ES-KIT NOT = "S" AND
                          NOT PRODUCTO-ES-DEPOSITO AND
                          PRODUCTO-UNIDAD-MEDIDA NOT = "K"
                           PERFORM ESCRIBIR-LINEA-WEB
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PRODUCTO
           CLOSE CATALOGO-WEB-CSV
           IF WS-HAY-FAMILIAS = "S"
               CLOSE FAMILIAS
           END-IF
           DISPLAY "PRODUCTOS EXPORTADOS A LA TIENDA WEB: "
               WS-CANTIDAD-EXPORTADA
           MOVE WS-CANTIDAD-EXPORTADA TO LK-EXPORTADOS
           GOBACK.

       ESCRIBIR-LINEA-WEB.
           MOVE PRODUCTO-ID TO WS-TR-PRODUCTO
           PERFORM BUSCAR-COMPROMETIDO
           COMPUTE WS-DISPONIBLE = PRODUCTO-STOCK - WS-COMPROMETIDO
           IF WS-DISPONIBLE < 0
               MOVE 0 TO WS-DISPONIBLE
           END-IF
           MOVE WS-DISPONIBLE TO WS-DISPONIBLE-CSV
           MOVE SPACES TO WS-FAMILIA-NOMBRE
           IF WS-HAY-FAMILIAS = "S" AND PRODUCTO-FAMILIA > 0
               MOVE PRODUCTO-FAMILIA TO FAMILIA-CODIGO
               READ FAMILIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FAMILIA-NOMBRE TO WS-FAMILIA-NOMBRE
               END-READ
           END-IF
      *> El deposito se lee del articulo envase: el registro del
      *> producto se guarda y se repone para seguir el recorrido.
           MOVE 0 TO WS-DEPOSITO
           IF PRODUCTO-ENVASE-ID > 0
               MOVE PRODUCTO-REGISTRO TO WS-PRODUCTO-GUARDADO
               MOVE PRODUCTO-ENVASE-ID TO PRODUCTO-ID
               READ PRODUCTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRODUCTO-PRECIO TO WS-DEPOSITO
               END-READ
               MOVE WS-PRODUCTO-GUARDADO TO PRODUCTO-REGISTRO
               START PRODUCTO KEY IS GREATER THAN PRODUCTO-ID
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
           END-IF
           MOVE PRODUCTO-PRECIO TO WS-PRECIO-CSV
           MOVE WS-DEPOSITO TO WS-DEPOSITO-CSV
           MOVE SPACES TO CATALOGO-WEB-LINEA
           STRING PRODUCTO-ID          DELIMITED BY SIZE ","
                  PRODUCTO-EAN         DELIMITED BY SIZE ","
                  PRODUCTO-DESCRIP     DELIMITED BY "  " ","
                  PRODUCTO-FAMILIA     DELIMITED BY SIZE ","
                  WS-FAMILIA-NOMBRE    DELIMITED BY "  " ","
                  WS-PRECIO-CSV        DELIMITED BY SIZE ","
                  WS-DEPOSITO-CSV      DELIMITED BY SIZE ","
                  WS-DISPONIBLE-CSV    DELIMITED BY SIZE ","
                  PRODUCTO-RESTRICCION-EDAD DELIMITED BY SIZE
               INTO CATALOGO-WEB-LINEA
           WRITE CATALOGO-WEB-LINEA
           ADD 1 TO WS-CANTIDAD-EXPORTADA.

      *----------------------- STOCK COMPROMETIDO -------------------------
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
           END-IF.

       CARGAR-RESERVAS-VIVAS.
           OPEN INPUT PEDIDOS-WEB
           IF WS-PEDWEB-STATUS = "00"
               OPEN INPUT PEDIDOS-WEB-LINEAS
               IF WS-PWLIN-STATUS = "00"
                   PERFORM RECORRER-LINEAS-VIVAS
                   CLOSE PEDIDOS-WEB-LINEAS
               END-IF
               CLOSE PEDIDOS-WEB
           END-IF.

       RECORRER-LINEAS-VIVAS.
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
           END-PERFORM.

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
                       "producto " WS-TR-PRODUCTO " sale sin descontar "
                       "lo comprometido"
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

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "EXPORTAR-TIENDA-WEB" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM EXPORTAR-TIENDA-WEB.
