       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-PORTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTES
               ASSIGN TO "PORTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-NUMERO
               FILE STATUS IS WS-PORTES-STATUS.

           SELECT PORTES-LINEAS
               ASSIGN TO "PORTES-LINEAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTL-CLAVE
               FILE STATUS IS WS-PORTLIN-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT PROVEEDOR
               ASSIGN TO "PROVEEDOR-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROVEEDOR-ID
               FILE STATUS IS WS-PROVEEDOR-STATUS.

           SELECT PEDIDOS
               ASSIGN TO "PEDIDOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDO-NUMERO
               FILE STATUS IS WS-PEDIDOS-STATUS.

           SELECT RECEPCIONES
               ASSIGN TO "RECEPCIONES.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECEPCION-STATUS.

           SELECT COSTO-HISTORICO
               ASSIGN TO "COSTO-HISTORICO.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COSTOH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PORTES.
           COPY PORTES.

       FD PORTES-LINEAS.
           COPY PORTLIN.

       FD PRODUCTO.
           COPY PRODFLT.

       FD PROVEEDOR.
           COPY PROVEEDOR.

       FD PEDIDOS.
           COPY PEDIDO.

       FD RECEPCIONES.
           COPY RECEPCION.

       FD COSTO-HISTORICO.
           COPY COSTOH.

       WORKING-STORAGE SECTION.
       01 WS-PORTES-STATUS PIC XX.
       01 WS-PORTLIN-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-PROVEEDOR-STATUS PIC XX.
       01 WS-PEDIDOS-STATUS PIC XX.
       01 WS-RECEPCION-STATUS PIC XX.
       01 WS-COSTOH-STATUS PIC XX.
       01 OPCION PIC 9 VALUE 0.
       01 FIN PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-MOV PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-ENCONTRADO PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-PORTES-CONTADOR PIC 9(6) VALUE ZEROES.
       01 WS-NUMERO-PEDIDO PIC 9(6).
       01 WS-DESDE PIC 9(8).
       01 WS-HASTA PIC 9(8).
       01 WS-FECHA-PEDIDA PIC 9(8).
       01 WS-FECHA-PEDIDA-X REDEFINES WS-FECHA-PEDIDA PIC X(8).
       01 WS-PESO PIC 9(6)V999.
       01 WS-IMPORTE-EDIT PIC Z(6)9.99.
       01 WS-REGISTROS PIC 9(4) VALUE ZEROES.
       01 WS-TOTAL-VENDIDO PIC 9(9)V99 VALUE ZEROES.

      *----------------------- LINEAS RECIBIDAS ---------------------------
      * Lo recibido contra el pedido o la entrega, una entrada por
      * producto (las entregas parciales del mismo producto se suman),
      * con la base del reparto y el efecto en el costo medio.
       01 WS-TR-CANT PIC 9(3) VALUE ZEROES.
       01 WS-TR-MAX PIC 9(3) VALUE 100.
       01 WS-I PIC 9(3).
       01 TABLA-RECIBIDO.
           05 TR-ENTRADA OCCURS 100 TIMES.
               10 TR-PRODUCTO-ID PIC 9(6).
               10 TR-DESCRIP PIC X(30).
               10 TR-FECHA PIC 9(8).
               10 TR-UNIDADES PIC 9(6).
               10 TR-COSTO PIC 9(5)V99.
               10 TR-STOCK PIC 9(6)V999.
               10 TR-BASE PIC 9(9)V999.
               10 TR-IMPORTE PIC 9(7)V99.
               10 TR-EN-STOCK PIC 9(6)V999.
               10 TR-VENDIDAS PIC 9(6)V999.
               10 TR-IMPORTE-VENDIDO PIC 9(7)V99.
               10 TR-COSTO-NUEVO PIC 9(5)V99.

      *----------------------- TOTALES DEL REPARTO ------------------------
       01 WS-BASE-TOTAL PIC 9(11)V999.
       01 WS-REPARTIDO PIC 9(7)V99.
       01 WS-VENDIDO PIC 9(7)V99.
       01 WS-CONSIGNA-EXCLUIDAS PIC 9(3).

      *----------------------- LISTADOS -----------------------------------
       01 DETALLE-REPARTO.
           05 DRP-PRODUCTO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DRP-DESCRIP PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DRP-UNIDADES PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 DRP-IMPORTE PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DRP-VENDIDAS PIC Z(5)9.999.
           05 FILLER PIC X VALUE SPACE.
           05 DRP-COSTO-ANTERIOR PIC Z(4)9.99.
           05 FILLER PIC X(3) VALUE " > ".
           05 DRP-COSTO-NUEVO PIC Z(4)9.99.
       01 DETALLE-PORTE.
           05 DPT-NUMERO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DPT-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DPT-TIPO PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 DPT-SERVICIO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DPT-DOCUMENTO PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 DPT-REFERENCIA PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 DPT-CRITERIO PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 DPT-IMPORTE PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DPT-VENDIDO PIC Z(6)9.99.
       01 DETALLE-TARDIO.
           05 DTA-NUMERO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DTA-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DTA-PRODUCTO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DTA-DESCRIP PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DTA-RECIBIDAS PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 DTA-VENDIDAS PIC Z(5)9.999.
           05 FILLER PIC X VALUE SPACE.
           05 DTA-IMPORTE PIC Z(6)9.99.

      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada.
           COPY SEGURIDAD.
       01 WS-ROL-EXIGIDO PIC X VALUE "A".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- COSTES ADICIONALES DE COMPRA ---------------
      * Portes, aranceles y otros gastos de traer la mercaderia,
      * facturados aparte por el transportista o el agente de aduanas,
      * se reparten entre lo recibido contra un pedido o una entrega
      * (por valor al costo, por unidades o por peso) y se suman al
      * costo medio ponderado con origen "PORTES" en COSTO-HISTORICO.
      * Lo que toca a unidades que ya se vendieron no puede entrar en
      * el costo medio: queda como ajuste tardio del coste de ventas
      * (CUENTA-RESULTADOS lo recoge) y sale en su propio reporte.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "OPERADOR NO AUTORIZADO."
               STOP RUN
           END-IF

           OPEN I-O PORTES
           IF WS-PORTES-STATUS = "35"
               OPEN OUTPUT PORTES
               CLOSE PORTES
               OPEN I-O PORTES
           END-IF
           IF WS-PORTES-STATUS NOT = "00"
               DISPLAY "Error al abrir PORTES-INDEXADO.dat. Estado: "
                   WS-PORTES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PORTES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PORTES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           OPEN I-O PORTES-LINEAS
           IF WS-PORTLIN-STATUS = "35"
               OPEN OUTPUT PORTES-LINEAS
               CLOSE PORTES-LINEAS
               OPEN I-O PORTES-LINEAS
           END-IF
           IF WS-PORTLIN-STATUS NOT = "00"
               DISPLAY "Error al abrir PORTES-LINEAS-INDEXADO.dat. "
                   "Estado: " WS-PORTLIN-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PORTES-LINEAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PORTLIN-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PORTES
               STOP RUN
           END-IF
           OPEN I-O PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PORTES
               CLOSE PORTES-LINEAS
               STOP RUN
           END-IF
           OPEN INPUT PROVEEDOR
           IF WS-PROVEEDOR-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PROVEEDOR-INDEXADO.dat. "
                   "Estado: " WS-PROVEEDOR-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PROVEEDOR-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PROVEEDOR-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PORTES
               CLOSE PORTES-LINEAS
               CLOSE PRODUCTO
               STOP RUN
           END-IF
           PERFORM RECUPERAR-ULTIMO-NUMERO

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "PORTES, ARANCELES Y OTROS COSTES DE COMPRA"
               DISPLAY "1. REGISTRAR Y REPARTIR UN COSTE ADICIONAL."
               DISPLAY "2. CONSULTAR UN REPARTO."
               DISPLAY "3. LISTAR COSTES ADICIONALES."
               DISPLAY "4. AJUSTES TARDIOS (MERCANCIA YA VENDIDA)."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       PERFORM REGISTRAR-COSTE
                   WHEN 2
                       PERFORM CONSULTAR-REPARTO
                   WHEN 3
                       PERFORM LISTAR-COSTES
                   WHEN 4
                       PERFORM REPORTE-AJUSTES-TARDIOS
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE PORTES
           CLOSE PORTES-LINEAS
           CLOSE PRODUCTO
           CLOSE PROVEEDOR
           STOP RUN.

       RECUPERAR-ULTIMO-NUMERO.
           MOVE 0 TO WS-PORTES-CONTADOR
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ PORTES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE PT-NUMERO TO WS-PORTES-CONTADOR
               END-READ
           END-PERFORM
           ADD 1 TO WS-PORTES-CONTADOR.

      *----------------------- ALTA Y REPARTO -----------------------------
       REGISTRAR-COSTE.
           INITIALIZE PORTE-REGISTRO
           PERFORM PEDIR-DATOS-COSTE
           IF WS-CAMPO-OK = "S"
               PERFORM PEDIR-DESTINO-COSTE
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM CARGAR-RECIBIDO
               IF WS-CONSIGNA-EXCLUIDAS > 0
                   DISPLAY WS-CONSIGNA-EXCLUIDAS " producto(s) en "
                       "consigna fuera del reparto: su costo es el "
                       "pactado con el proveedor."
               END-IF
               IF WS-TR-CANT = 0
                   DISPLAY "NO HAY MERCADERIA RECIBIDA A LA QUE "
                       "IMPUTAR EL COSTE."
                   MOVE "N" TO WS-CAMPO-OK
               END-IF
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM PEDIR-CRITERIO
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM CALCULAR-BASES
               IF WS-BASE-TOTAL = 0
                   DISPLAY "LA BASE DEL REPARTO ES CERO: ELIJA OTRO "
                       "CRITERIO."
                   MOVE "N" TO WS-CAMPO-OK
               END-IF
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM REPARTIR-IMPORTE
               PERFORM CONFIRMAR-REPARTO
           END-IF.

       PEDIR-DATOS-COSTE.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Tipo (P = portes, A = aranceles, O = otros): "
           ACCEPT PT-TIPO
           MOVE FUNCTION UPPER-CASE(PT-TIPO) TO PT-TIPO
           IF NOT PT-PORTES AND NOT PT-ARANCELES AND NOT PT-OTROS
               DISPLAY "TIPO NO VALIDO."
           ELSE
               DISPLAY "ID del proveedor del servicio (transportista,"
                   " agente de aduanas): "
               ACCEPT PT-PROVEEDOR-SERVICIO
               MOVE PT-PROVEEDOR-SERVICIO TO PROVEEDOR-ID
               READ PROVEEDOR
                   INVALID KEY
                       DISPLAY "PROVEEDOR NO ENCONTRADO."
                   NOT INVALID KEY
                       DISPLAY "Proveedor: " PROVEEDOR-NOMBRE
                       MOVE "S" TO WS-CAMPO-OK
               END-READ
           END-IF
           IF WS-CAMPO-OK = "S"
               DISPLAY "Numero de su factura: "
               ACCEPT PT-DOCUMENTO
               DISPLAY "Importe sin IVA: "
               ACCEPT PT-IMPORTE
               IF PT-IMPORTE = 0
                   DISPLAY "EL IMPORTE DEBE SER MAYOR QUE CERO."
                   MOVE "N" TO WS-CAMPO-OK
               END-IF
           END-IF.

      *> Contra un pedido se imputa a todas sus entregas parciales;
      *> sin pedido, a lo que entrego un proveedor un dia concreto.
       PEDIR-DESTINO-COSTE.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Numero de pedido (0 = entrega sin pedido): "
           ACCEPT WS-NUMERO-PEDIDO
           IF WS-NUMERO-PEDIDO > 0
               OPEN INPUT PEDIDOS
               IF WS-PEDIDOS-STATUS = "00"
                   MOVE WS-NUMERO-PEDIDO TO PEDIDO-NUMERO
                   READ PEDIDOS
                       INVALID KEY
                           DISPLAY "PEDIDO NO ENCONTRADO."
                       NOT INVALID KEY
                           MOVE "S" TO WS-CAMPO-OK
                   END-READ
                   CLOSE PEDIDOS
               ELSE
                   DISPLAY "No se pudo abrir PEDIDOS-INDEXADO.dat. "
                       "Estado: " WS-PEDIDOS-STATUS
                   MOVE "PEDIR-DESTINO-COSTE" TO WS-INC-PARRAFO
                   MOVE "PEDIDOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-PEDIDOS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
               IF WS-CAMPO-OK = "S"
                   MOVE WS-NUMERO-PEDIDO TO PT-PEDIDO
                   MOVE PEDIDO-PROVEEDOR-ID TO PT-ENTREGA-PROVEEDOR
                   MOVE ZEROES TO PT-ENTREGA-FECHA
               END-IF
           ELSE
               MOVE ZEROES TO PT-PEDIDO
               DISPLAY "ID del proveedor de la mercaderia: "
               ACCEPT PT-ENTREGA-PROVEEDOR
               DISPLAY "Fecha de la entrega AAAAMMDD: "
               PERFORM PEDIR-FECHA
               IF WS-CAMPO-OK = "S" AND WS-FECHA-PEDIDA = 0
                   DISPLAY "FECHA INVALIDA."
                   MOVE "N" TO WS-CAMPO-OK
               END-IF
               MOVE WS-FECHA-PEDIDA TO PT-ENTREGA-FECHA
           END-IF.

       PEDIR-FECHA.
           MOVE "N" TO WS-CAMPO-OK
           ACCEPT WS-FECHA-PEDIDA
           EVALUATE TRUE
               WHEN WS-FECHA-PEDIDA NOT NUMERIC
                   DISPLAY "FECHA INVALIDA."
               WHEN WS-FECHA-PEDIDA = 0
                   MOVE "S" TO WS-CAMPO-OK
               WHEN WS-FECHA-PEDIDA-X(5:2) < "01" OR
                    WS-FECHA-PEDIDA-X(5:2) > "12" OR
                    WS-FECHA-PEDIDA-X(7:2) < "01" OR
                    WS-FECHA-PEDIDA-X(7:2) > "31"
                   DISPLAY "FECHA INVALIDA."
               WHEN OTHER
                   MOVE "S" TO WS-CAMPO-OK
           END-EVALUATE.

       CARGAR-RECIBIDO.
           MOVE ZEROES TO WS-TR-CANT
           MOVE ZEROES TO WS-CONSIGNA-EXCLUIDAS
           INITIALIZE TABLA-RECIBIDO
           OPEN INPUT RECEPCIONES
           IF WS-RECEPCION-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ RECEPCIONES
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF (PT-PEDIDO > 0 AND
                               RECEPCION-PEDIDO-NUMERO = PT-PEDIDO) OR
                              (PT-PEDIDO = 0 AND
                               RECEPCION-PROVEEDOR-ID =
                                   PT-ENTREGA-PROVEEDOR AND
                               RECEPCION-FECHA = PT-ENTREGA-FECHA)
                               PERFORM ANOTAR-RECIBIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEPCIONES
           END-IF.

       ANOTAR-RECIBIDO.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TR-CANT
               IF TR-PRODUCTO-ID(WS-I) = RECEPCION-PRODUCTO-ID
                   ADD RECEPCION-UNIDADES TO TR-UNIDADES(WS-I)
                   IF RECEPCION-FECHA > TR-FECHA(WS-I)
                       MOVE RECEPCION-FECHA TO TR-FECHA(WS-I)
                   END-IF
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = "N"
               MOVE RECEPCION-PRODUCTO-ID TO PRODUCTO-ID
               READ PRODUCTO
                   INVALID KEY
                       DISPLAY "AVISO: producto " RECEPCION-PRODUCTO-ID
                           " recibido ya no esta en el maestro."
                   NOT INVALID KEY
                       PERFORM ANOTAR-PRODUCTO-RECIBIDO
               END-READ
           END-IF.

       ANOTAR-PRODUCTO-RECIBIDO.
           EVALUATE TRUE
               WHEN PRODUCTO-EN-CONSIGNA
                   ADD 1 TO WS-CONSIGNA-EXCLUIDAS
               WHEN WS-TR-CANT < WS-TR-MAX
                   ADD 1 TO WS-TR-CANT
                   MOVE PRODUCTO-ID TO TR-PRODUCTO-ID(WS-TR-CANT)
                   MOVE PRODUCTO-DESCRIP TO TR-DESCRIP(WS-TR-CANT)
                   MOVE RECEPCION-FECHA TO TR-FECHA(WS-TR-CANT)
                   MOVE RECEPCION-UNIDADES TO TR-UNIDADES(WS-TR-CANT)
                   MOVE PRODUCTO-COSTO TO TR-COSTO(WS-TR-CANT)
                   MOVE PRODUCTO-STOCK TO TR-STOCK(WS-TR-CANT)
               WHEN OTHER
                   DISPLAY "AVISO: mas de " WS-TR-MAX " productos "
                       "recibidos; " PRODUCTO-ID " queda fuera."
           END-EVALUATE.

       PEDIR-CRITERIO.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Repartir por V = valor al costo, U = unidades, "
               "P = peso: "
           ACCEPT PT-CRITERIO
           MOVE FUNCTION UPPER-CASE(PT-CRITERIO) TO PT-CRITERIO
           IF PT-POR-VALOR OR PT-POR-UNIDADES OR PT-POR-PESO
               MOVE "S" TO WS-CAMPO-OK
           ELSE
               DISPLAY "CRITERIO NO VALIDO."
           END-IF.

      *> El maestro no guarda el peso de los productos: para repartir
      *> por peso se teclean los kilos de cada linea, tal como vienen
      *> en el albaran o en la factura del transportista.
       CALCULAR-BASES.
           MOVE ZEROES TO WS-BASE-TOTAL
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TR-CANT
               EVALUATE TRUE
                   WHEN PT-POR-VALOR
                       COMPUTE TR-BASE(WS-I) =
                           TR-UNIDADES(WS-I) * TR-COSTO(WS-I)
                   WHEN PT-POR-UNIDADES
                       MOVE TR-UNIDADES(WS-I) TO TR-BASE(WS-I)
                   WHEN PT-POR-PESO
                       DISPLAY "Kilos de " TR-PRODUCTO-ID(WS-I) " "
                           TR-DESCRIP(WS-I) " (" TR-UNIDADES(WS-I)
                           " uds): "
                       ACCEPT WS-PESO
                       MOVE WS-PESO TO TR-BASE(WS-I)
               END-EVALUATE
               ADD TR-BASE(WS-I) TO WS-BASE-TOTAL
           END-PERFORM.

      *> Reparto proporcional a la base; la ultima linea se lleva el
      *> redondeo para que la suma cuadre con la factura. De cada
      *> parte, lo que toca a unidades que ya no estan en stock es
      *> ajuste tardio; el resto sube el costo de lo que queda.
       REPARTIR-IMPORTE.
           MOVE ZEROES TO WS-REPARTIDO
           MOVE ZEROES TO WS-VENDIDO
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TR-CANT
               IF WS-I = WS-TR-CANT
                   COMPUTE TR-IMPORTE(WS-I) =
                       PT-IMPORTE - WS-REPARTIDO
               ELSE
                   COMPUTE TR-IMPORTE(WS-I) ROUNDED =
                       PT-IMPORTE * TR-BASE(WS-I) / WS-BASE-TOTAL
               END-IF
               ADD TR-IMPORTE(WS-I) TO WS-REPARTIDO
               IF TR-STOCK(WS-I) < TR-UNIDADES(WS-I)
                   MOVE TR-STOCK(WS-I) TO TR-EN-STOCK(WS-I)
               ELSE
                   MOVE TR-UNIDADES(WS-I) TO TR-EN-STOCK(WS-I)
               END-IF
               COMPUTE TR-VENDIDAS(WS-I) =
                   TR-UNIDADES(WS-I) - TR-EN-STOCK(WS-I)
               IF TR-UNIDADES(WS-I) > 0
                   COMPUTE TR-IMPORTE-VENDIDO(WS-I) ROUNDED =
                       TR-IMPORTE(WS-I) * TR-VENDIDAS(WS-I)
                       / TR-UNIDADES(WS-I)
               ELSE
                   MOVE TR-IMPORTE(WS-I) TO TR-IMPORTE-VENDIDO(WS-I)
               END-IF
               ADD TR-IMPORTE-VENDIDO(WS-I) TO WS-VENDIDO
               IF TR-STOCK(WS-I) > 0
                   COMPUTE TR-COSTO-NUEVO(WS-I) ROUNDED =
                       TR-COSTO(WS-I) + (TR-IMPORTE(WS-I) -
                       TR-IMPORTE-VENDIDO(WS-I)) / TR-STOCK(WS-I)
               ELSE
                   MOVE TR-COSTO(WS-I) TO TR-COSTO-NUEVO(WS-I)
               END-IF
           END-PERFORM.

       CONFIRMAR-REPARTO.
           DISPLAY "PROD.  DESCRIPCION          RECIB.    IMPORTE"
               "  VENDIDAS    COSTO ANT. > NUEVO"
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TR-CANT
               MOVE TR-PRODUCTO-ID(WS-I) TO DRP-PRODUCTO
               MOVE TR-DESCRIP(WS-I) TO DRP-DESCRIP
               MOVE TR-UNIDADES(WS-I) TO DRP-UNIDADES
               MOVE TR-IMPORTE(WS-I) TO DRP-IMPORTE
               MOVE TR-VENDIDAS(WS-I) TO DRP-VENDIDAS
               MOVE TR-COSTO(WS-I) TO DRP-COSTO-ANTERIOR
               MOVE TR-COSTO-NUEVO(WS-I) TO DRP-COSTO-NUEVO
               DISPLAY DETALLE-REPARTO
           END-PERFORM
           MOVE WS-REPARTIDO TO WS-IMPORTE-EDIT
           DISPLAY "REPARTIDO..........................: "
               WS-IMPORTE-EDIT
           MOVE WS-VENDIDO TO WS-IMPORTE-EDIT
           DISPLAY "SOBRE MERCADERIA YA VENDIDA (TARDIO): "
               WS-IMPORTE-EDIT
           DISPLAY "Grabar el reparto y actualizar los costos? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM GRABAR-REPARTO
           ELSE
               DISPLAY "Reparto cancelado por el usuario."
           END-IF.

       GRABAR-REPARTO.
           MOVE WS-PORTES-CONTADOR TO PT-NUMERO
           MOVE WS-HOY TO PT-FECHA
           MOVE WS-TR-CANT TO PT-LINEAS
           MOVE WS-VENDIDO TO PT-IMPORTE-VENDIDO
           MOVE WS-OPERADOR-VALIDADO TO PT-OPERADOR
           WRITE PORTE-REGISTRO INVALID KEY
               DISPLAY "Error al grabar el coste. Estado: "
                   WS-PORTES-STATUS
               MOVE "GRABAR-REPARTO" TO WS-INC-PARRAFO
               MOVE "PORTES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PORTES-STATUS TO WS-INC-ESTADO
               MOVE PT-NUMERO TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-PORTES-STATUS = "00"
               OPEN EXTEND COSTO-HISTORICO
               IF WS-COSTOH-STATUS = "05" OR WS-COSTOH-STATUS = "35"
                   OPEN OUTPUT COSTO-HISTORICO
               END-IF
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TR-CANT
                   PERFORM GRABAR-LINEA-REPARTO
                   PERFORM ACTUALIZAR-COSTO-PRODUCTO
               END-PERFORM
               CLOSE COSTO-HISTORICO
               ADD 1 TO WS-PORTES-CONTADOR
               DISPLAY "COSTE ADICIONAL " PT-NUMERO " REPARTIDO EN "
                   PT-LINEAS " PRODUCTO(S)."
           END-IF.

       GRABAR-LINEA-REPARTO.
           MOVE PT-NUMERO TO PTL-NUMERO
           MOVE WS-I TO PTL-LINEA
           MOVE PT-FECHA TO PTL-FECHA
           MOVE TR-PRODUCTO-ID(WS-I) TO PTL-PRODUCTO-ID
           MOVE TR-FECHA(WS-I) TO PTL-RECEPCION-FECHA
           MOVE TR-UNIDADES(WS-I) TO PTL-UNIDADES
           MOVE TR-BASE(WS-I) TO PTL-BASE
           MOVE TR-IMPORTE(WS-I) TO PTL-IMPORTE
           MOVE TR-EN-STOCK(WS-I) TO PTL-UNIDADES-EN-STOCK
           MOVE TR-VENDIDAS(WS-I) TO PTL-UNIDADES-VENDIDAS
           MOVE TR-IMPORTE-VENDIDO(WS-I) TO PTL-IMPORTE-VENDIDO
           MOVE TR-COSTO(WS-I) TO PTL-COSTO-ANTERIOR
           MOVE TR-COSTO-NUEVO(WS-I) TO PTL-COSTO-NUEVO
           WRITE PORTE-LINEA-REGISTRO INVALID KEY
               DISPLAY "Error al grabar la linea " PTL-LINEA
                   " del reparto. Estado: " WS-PORTLIN-STATUS
               MOVE "GRABAR-LINEA-REPARTO" TO WS-INC-PARRAFO
               MOVE "PORTES-LINEAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PORTLIN-STATUS TO WS-INC-ESTADO
               MOVE PTL-CLAVE TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE.

       ACTUALIZAR-COSTO-PRODUCTO.
           IF TR-COSTO-NUEVO(WS-I) NOT = TR-COSTO(WS-I)
               MOVE TR-PRODUCTO-ID(WS-I) TO PRODUCTO-ID
               READ PRODUCTO
                   INVALID KEY
                       DISPLAY "Producto " TR-PRODUCTO-ID(WS-I)
                           " no encontrado: costo sin actualizar."
                   NOT INVALID KEY
                       MOVE TR-COSTO-NUEVO(WS-I) TO PRODUCTO-COSTO
                       REWRITE PRODUCTO-REGISTRO
                       PERFORM GRABAR-COSTO-HISTORICO
               END-READ
           END-IF.

       GRABAR-COSTO-HISTORICO.
           MOVE TR-PRODUCTO-ID(WS-I) TO CH-PRODUCTO-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO CH-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO CH-HORA
           MOVE TR-COSTO(WS-I) TO CH-COSTO-ANTERIOR
           MOVE TR-COSTO-NUEVO(WS-I) TO CH-COSTO-NUEVO
           MOVE "PORTES" TO CH-ORIGEN
           WRITE COSTO-HIST-REGISTRO.

      *----------------------- CONSULTA DE UN REPARTO ---------------------
       CONSULTAR-REPARTO.
           DISPLAY "Numero del coste adicional: "
           ACCEPT PT-NUMERO
           READ PORTES
               INVALID KEY
                   DISPLAY "COSTE ADICIONAL NO ENCONTRADO."
               NOT INVALID KEY
                   PERFORM MOSTRAR-REPARTO
           END-READ.

       MOSTRAR-REPARTO.
           MOVE PT-PROVEEDOR-SERVICIO TO PROVEEDOR-ID
           READ PROVEEDOR
               INVALID KEY
                   MOVE "(PROVEEDOR DESCONOCIDO)" TO PROVEEDOR-NOMBRE
           END-READ
           DISPLAY "Fecha: " PT-FECHA "  Tipo: " PT-TIPO
               "  Factura: " PT-DOCUMENTO
           DISPLAY "Servicio: " PT-PROVEEDOR-SERVICIO " "
               PROVEEDOR-NOMBRE
           IF PT-PEDIDO > 0
               DISPLAY "Imputado al pedido " PT-PEDIDO
           ELSE
               DISPLAY "Imputado a la entrega del proveedor "
                   PT-ENTREGA-PROVEEDOR " del " PT-ENTREGA-FECHA
           END-IF
           MOVE PT-IMPORTE TO WS-IMPORTE-EDIT
           DISPLAY "Importe: " WS-IMPORTE-EDIT "  Criterio: "
               PT-CRITERIO "  Operador: " PT-OPERADOR
           DISPLAY "PROD.  DESCRIPCION          RECIB.    IMPORTE"
               "  VENDIDAS    COSTO ANT. > NUEVO"
           MOVE "N" TO WS-EOF-MOV
           MOVE PT-NUMERO TO PTL-NUMERO
           MOVE ZEROES TO PTL-LINEA
           START PORTES-LINEAS KEY IS NOT LESS THAN PTL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-MOV
           END-START
           PERFORM UNTIL WS-EOF-MOV = "S"
               READ PORTES-LINEAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MOV
                   NOT AT END
                       IF PTL-NUMERO NOT = PT-NUMERO
                           MOVE "S" TO WS-EOF-MOV
                       ELSE
                           PERFORM MOSTRAR-LINEA-REPARTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE PT-IMPORTE-VENDIDO TO WS-IMPORTE-EDIT
           DISPLAY "Sobre mercaderia ya vendida (tardio): "
               WS-IMPORTE-EDIT.

       MOSTRAR-LINEA-REPARTO.
           MOVE PTL-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   MOVE "(PRODUCTO DADO DE BAJA)" TO PRODUCTO-DESCRIP
           END-READ
           MOVE PTL-PRODUCTO-ID TO DRP-PRODUCTO
           MOVE PRODUCTO-DESCRIP TO DRP-DESCRIP
           MOVE PTL-UNIDADES TO DRP-UNIDADES
           MOVE PTL-IMPORTE TO DRP-IMPORTE
           MOVE PTL-UNIDADES-VENDIDAS TO DRP-VENDIDAS
           MOVE PTL-COSTO-ANTERIOR TO DRP-COSTO-ANTERIOR
           MOVE PTL-COSTO-NUEVO TO DRP-COSTO-NUEVO
           DISPLAY DETALLE-REPARTO.

      *----------------------- LISTADO DE COSTES --------------------------
       LISTAR-COSTES.
           DISPLAY "NUMERO FECHA    T SERV.  FACTURA      IMPUTADO A  "
               "     C    IMPORTE    TARDIO"
           MOVE ZEROES TO WS-REGISTROS
           MOVE "N" TO WS-EOF
           MOVE 0 TO PT-NUMERO
           START PORTES KEY IS NOT LESS THAN PT-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ PORTES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM MOSTRAR-COSTE
               END-READ
           END-PERFORM
           IF WS-REGISTROS = 0
               DISPLAY "SIN COSTES ADICIONALES REGISTRADOS."
           END-IF.

       MOSTRAR-COSTE.
           ADD 1 TO WS-REGISTROS
           MOVE PT-NUMERO TO DPT-NUMERO
           MOVE PT-FECHA TO DPT-FECHA
           MOVE PT-TIPO TO DPT-TIPO
           MOVE PT-PROVEEDOR-SERVICIO TO DPT-SERVICIO
           MOVE PT-DOCUMENTO TO DPT-DOCUMENTO
           MOVE SPACES TO DPT-REFERENCIA
           IF PT-PEDIDO > 0
               STRING "PEDIDO " PT-PEDIDO
                   DELIMITED BY SIZE INTO DPT-REFERENCIA
           ELSE
               STRING "ENTREGA " PT-ENTREGA-FECHA
                   DELIMITED BY SIZE INTO DPT-REFERENCIA
           END-IF
           MOVE PT-CRITERIO TO DPT-CRITERIO
           MOVE PT-IMPORTE TO DPT-IMPORTE
           MOVE PT-IMPORTE-VENDIDO TO DPT-VENDIDO
           DISPLAY DETALLE-PORTE.

      *----------------------- AJUSTES TARDIOS ----------------------------
      * Costes que llegaron cuando la mercaderia ya se habia vendido:
      * esa parte no paso por el costo medio y el margen de aquellas
      * ventas se calculo de mas. Es el importe que el coste de ventas
      * recoge de golpe en la fecha del reparto.
       REPORTE-AJUSTES-TARDIOS.
           DISPLAY "Repartos desde AAAAMMDD (0 = desde el principio): "
           PERFORM PEDIR-FECHA
           MOVE WS-FECHA-PEDIDA TO WS-DESDE
           IF WS-CAMPO-OK = "S"
               DISPLAY "Repartos hasta AAAAMMDD (0 = hoy): "
               PERFORM PEDIR-FECHA
               IF WS-FECHA-PEDIDA = 0
                   MOVE WS-HOY TO WS-FECHA-PEDIDA
               END-IF
               MOVE WS-FECHA-PEDIDA TO WS-HASTA
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM LISTAR-AJUSTES-TARDIOS
           END-IF.

       LISTAR-AJUSTES-TARDIOS.
           DISPLAY "NUMERO FECHA    PROD.  DESCRIPCION          RECIB."
               "   VENDIDAS    IMPORTE"
           MOVE ZEROES TO WS-REGISTROS
           MOVE ZEROES TO WS-TOTAL-VENDIDO
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO PTL-CLAVE
           START PORTES-LINEAS KEY IS GREATER THAN PTL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ PORTES-LINEAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PTL-IMPORTE-VENDIDO > 0 AND
                          PTL-FECHA >= WS-DESDE AND
                          PTL-FECHA <= WS-HASTA
                           PERFORM MOSTRAR-AJUSTE-TARDIO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REGISTROS = 0
               DISPLAY "SIN AJUSTES TARDIOS EN EL PERIODO."
           ELSE
               MOVE WS-TOTAL-VENDIDO TO WS-IMPORTE-EDIT
               DISPLAY "TOTAL AL COSTE DE VENTAS: " WS-IMPORTE-EDIT
           END-IF.

       MOSTRAR-AJUSTE-TARDIO.
           ADD 1 TO WS-REGISTROS
           ADD PTL-IMPORTE-VENDIDO TO WS-TOTAL-VENDIDO
           MOVE PTL-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   MOVE "(PRODUCTO DADO DE BAJA)" TO PRODUCTO-DESCRIP
           END-READ
           MOVE PTL-NUMERO TO DTA-NUMERO
           MOVE PTL-FECHA TO DTA-FECHA
           MOVE PTL-PRODUCTO-ID TO DTA-PRODUCTO
           MOVE PRODUCTO-DESCRIP TO DTA-DESCRIP
           MOVE PTL-UNIDADES TO DTA-RECIBIDAS
           MOVE PTL-UNIDADES-VENDIDAS TO DTA-VENDIDAS
           MOVE PTL-IMPORTE-VENDIDO TO DTA-IMPORTE
           DISPLAY DETALLE-TARDIO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-PORTES" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-PORTES.
