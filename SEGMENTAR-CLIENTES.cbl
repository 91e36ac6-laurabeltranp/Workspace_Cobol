       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGMENTAR-CLIENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES
               ASSIGN TO "CLIENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT TICKETS
               ASSIGN TO "TICKETS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKET-NUMERO
               FILE STATUS IS WS-TICKETS-STATUS.

           SELECT VENTAS
               ASSIGN TO "VENTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTAS-ID
               ALTERNATE RECORD KEY IS VE-PRODUCTO-ID WITH DUPLICATES
               FILE STATUS IS WS-VENTAS-STATUS.

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

           SELECT SEGMENTOS
               ASSIGN TO "SEGMENTOS-CLIENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-CLAVE
               FILE STATUS IS WS-SEGMENTOS-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT EXPORTACION-CSV
               ASSIGN TO DYNAMIC WS-NOMBRE-EXPORTACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORTACION-STATUS.

           SELECT WS-TICKETS-SORT
               ASSIGN TO "WS-SORTSEGM.tmp".

           SELECT WS-FAMILIAS-SORT
               ASSIGN TO "WS-SORTFAMC.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTE.

       FD TICKETS.
           COPY TICKETS.

       FD VENTAS.
           COPY VENTAS.

       FD PRODUCTO.
           COPY PRODFLT.

       FD FAMILIAS.
           COPY FAMILIA.

       FD SEGMENTOS.
           COPY SEGMENTO.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(100).

       FD EXPORTACION-CSV.
       01 CSV-LINEA PIC X(150).

      * Tickets con cliente hasta el corte, agrupados por cliente.
       SD WS-TICKETS-SORT.
       01 TS-REGISTRO.
           05 TS-CLIENTE-ID PIC 9(6).
           05 TS-FECHA PIC 9(8).
           05 TS-TOTAL PIC 9(7)V99.

      * Importe comprado por cliente y familia para la exportacion,
      * ordenado por segmento. La marca (M) la pone cada cliente apto
      * aunque no tenga lineas, para que salga igual en el archivo.
       SD WS-FAMILIAS-SORT.
       01 FS-REGISTRO.
           05 FS-ORDEN PIC 9.
           05 FS-CLIENTE-ID PIC 9(6).
           05 FS-FAMILIA PIC 9(3).
           05 FS-IMPORTE PIC 9(7)V99.
           05 FS-TIPO PIC X.
               88 FS-MARCA VALUE "M".

       WORKING-STORAGE SECTION.
       01 WS-CLIENTES-STATUS PIC XX.
       01 WS-TICKETS-STATUS PIC XX.
       01 WS-VENTAS-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-FAMILIAS-STATUS PIC XX.
       01 WS-SEGMENTOS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EXPORTACION-STATUS PIC XX.
       01 WS-NOMBRE-REPORTE PIC X(40).
       01 WS-NOMBRE-EXPORTACION PIC X(40).
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-SORT PIC X VALUE "N".
       01 WS-PRIMERA-VEZ PIC X VALUE "S".

      * Mes que se segmenta, el anterior para comparar y comienzo de
      * la ventana de doce meses de frecuencia y gasto.
       01 WS-MES PIC 9(6).
       01 WS-MES-ANTERIOR PIC 9(6).
       01 WS-FECHA-DESDE PIC 9(8).
       01 WS-DIA-CORTE PIC 9(8).
       01 WS-DIAS-DESDE-PRIMERA PIC 9(5).

      * Umbrales de los segmentos, en dias desde la ultima compra
      * (en riesgo y perdido) y desde la primera (nuevo).
       01 WS-DIAS-NUEVO PIC 9(3) VALUE 90.
       01 WS-DIAS-RIESGO PIC 9(3) VALUE 60.
       01 WS-DIAS-PERDIDO PIC 9(3) VALUE 180.

      * Cliente en curso al recorrer el sort de tickets.
       01 WS-CLI-ACTUAL PIC 9(6).
       01 WS-CLI-PRIMERA PIC 9(8).
       01 WS-CLI-ULTIMA PIC 9(8).
       01 WS-CLI-TICKETS PIC 9(5).
       01 WS-CLI-GASTO PIC 9(7)V99.
       01 WS-SEG-ANTERIOR PIC X.
       01 WS-SEGMENTO-GUARDADO PIC X(59).

      *----------------------- SEGMENTOS ----------------------------------
       01 WS-SEG-CODIGOS PIC X(4) VALUE "LRPN".
       01 WS-SEG-CODIGOS-R REDEFINES WS-SEG-CODIGOS.
           05 WS-SEG-CODIGO PIC X OCCURS 4 TIMES.
       01 WS-SEG-NOMBRES.
           05 FILLER PIC X(14) VALUE "LEAL".
           05 FILLER PIC X(14) VALUE "EN RIESGO".
           05 FILLER PIC X(14) VALUE "PERDIDO".
           05 FILLER PIC X(14) VALUE "NUEVO".
           05 FILLER PIC X(14) VALUE "SIN SEGMENTO".
       01 WS-SEG-NOMBRES-R REDEFINES WS-SEG-NOMBRES.
           05 WS-SEG-NOMBRE PIC X(14) OCCURS 5 TIMES.
       01 WS-SEG-LETRA PIC X.
       01 WS-SEG-IDX PIC 9.
       01 WS-SEG-DESDE PIC 9.
       01 WS-I PIC 9.
       01 WS-J PIC 9.
      * Clientes y gasto por segmento, este mes y el anterior, y
      * movimientos de un segmento a otro (el quinto "desde" son los
      * clientes que el mes anterior no tenian segmento).
       01 TABLA-SEGMENTOS.
           05 SEG-ENTRADA OCCURS 5 TIMES.
               10 SEG-ACTUAL PIC 9(5).
               10 SEG-ANTERIOR PIC 9(5).
               10 SEG-GASTO PIC 9(9)V99.
               10 SEG-HACIA PIC 9(5) OCCURS 4 TIMES.
       01 WS-TOTAL-ACTUAL PIC 9(5) VALUE ZEROES.
       01 WS-TOTAL-ANTERIOR PIC 9(5) VALUE ZEROES.
       01 WS-GASTO-MEDIO PIC 9(7)V99.

      *----------------------- EXPORTACION --------------------------------
       01 WS-EXPORTADOS PIC 9(5) VALUE ZEROES.
      * Cache de la ultima lectura al recorrer las lineas de venta.
       01 WS-TICKET-LEIDO PIC 9(6) VALUE ZEROES.
       01 WS-TICKET-CLIENTE PIC 9(6) VALUE ZEROES.
       01 WS-CLIENTE-LEIDO PIC 9(6) VALUE ZEROES.
       01 WS-CLIENTE-APTO PIC X VALUE "N".
       01 WS-CLIENTE-ORDEN PIC 9 VALUE ZEROES.
      * Familias del cliente en curso y las tres mas compradas.
       01 WS-EXP-CLIENTE PIC 9(6).
       01 WS-EXP-ORDEN PIC 9.
       01 WS-EXP-MARCADO PIC X.
       01 WS-TF-CANT PIC 99 VALUE ZEROES.
       01 WS-TF-IDX PIC 99.
       01 WS-TF-MEJOR PIC 99.
       01 TABLA-FAMILIAS-CLIENTE.
           05 TF-ENTRADA OCCURS 50 TIMES.
               10 TF-FAMILIA PIC 9(3).
               10 TF-IMPORTE PIC 9(9)V99.
               10 TF-ELEGIDA PIC X.
       01 WS-FAVORITAS.
           05 WS-FAVORITA PIC X(20) OCCURS 3 TIMES.
       01 WS-FAV-IDX PIC 9.

      *----------------------- LINEAS DEL REPORTE -------------------------
       01 REP-TITULO.
           05 FILLER PIC X(40) VALUE
               "SEGMENTACION DE CLIENTES - MES ".
           05 RT-MES PIC 9(6).
           05 FILLER PIC X(12) VALUE "   CORTE AL ".
           05 RT-CORTE PIC 9(8).
       01 REP-CRITERIO-1.
           05 FILLER PIC X(37) VALUE
               "Leal: compro en los ultimos 60 dias. ".
           05 FILLER PIC X(40) VALUE
               "En riesgo: de 61 a 180 dias sin comprar.".
       01 REP-CRITERIO-2.
           05 FILLER PIC X(38) VALUE
               "Perdido: mas de 180 dias sin comprar. ".
           05 FILLER PIC X(44) VALUE
               "Nuevo: primera compra hace 90 dias o menos.".
       01 REP-ENCABEZADO.
           05 FILLER PIC X(16) VALUE "SEGMENTO".
           05 FILLER PIC X(14) VALUE "MES ANTERIOR".
           05 FILLER PIC X(14) VALUE "ESTE MES".
           05 FILLER PIC X(12) VALUE "VARIACION".
           05 FILLER PIC X(20) VALUE "GASTO MEDIO 12 MESES".
       01 REP-DETALLE.
           05 RD-SEGMENTO PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ANTERIOR PIC Z(4)9.
           05 FILLER PIC X(9) VALUE SPACES.
           05 RD-ACTUAL PIC Z(4)9.
           05 FILLER PIC X(9) VALUE SPACES.
           05 RD-VARIACION PIC -(5)9.
           05 FILLER PIC X(8) VALUE SPACES.
           05 RD-GASTO-MEDIO PIC Z(6)9.99.
       01 REP-MOV-TITULO.
           05 FILLER PIC X(34) VALUE
               "MOVIMIENTOS DESDE EL MES ANTERIOR ".
           05 FILLER PIC X(32) VALUE
               "(FILA = ANTES, COLUMNA = AHORA)".
       01 REP-MOV-ENCABEZADO.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "LEAL".
           05 FILLER PIC X(12) VALUE "EN RIESGO".
           05 FILLER PIC X(12) VALUE "PERDIDO".
           05 FILLER PIC X(12) VALUE "NUEVO".
       01 REP-MOV-DETALLE.
           05 RM-DESDE PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RM-CELDA OCCURS 4 TIMES.
               10 RM-HACIA PIC Z(4)9.
               10 FILLER PIC X(7) VALUE SPACES.
       01 REP-TOTAL.
           05 FILLER PIC X(16) VALUE "TOTAL".
           05 RTO-ANTERIOR PIC Z(4)9.
           05 FILLER PIC X(9) VALUE SPACES.
           05 RTO-ACTUAL PIC Z(4)9.
       01 REP-EXPORTADOS.
           05 FILLER PIC X(44) VALUE
               "Clientes con consentimiento comercial en ".
           05 RE-ARCHIVO PIC X(40).
           05 RE-CANTIDAD PIC Z(4)9.
       01 REP-SEPARADOR PIC X(100) VALUE ALL "-".

       01 CSV-ENCABEZADO.
           05 FILLER PIC X(33) VALUE
               "SEGMENTO;CLIENTE;NOMBRE;TELEFONO;".
           05 FILLER PIC X(29) VALUE
               "FAMILIA 1;FAMILIA 2;FAMILIA 3".
       01 WS-FAMILIA-EDIT PIC 9(3).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * Dia de corte (el mes que se segmenta es el suyo) y clientes
      * segmentados, para el log del batch.
       01 LK-FECHA-CORTE PIC 9(8).
       01 LK-SEGMENTADOS PIC 9(5).

       PROCEDURE DIVISION USING LK-FECHA-CORTE, LK-SEGMENTADOS.
      *----------------------- SEGMENTACION DE CLIENTES -------------------
      * Puntua a cada cliente con tickets por recencia (dias desde la
      * ultima compra), frecuencia (tickets en doce meses) y gasto
      * (importe en doce meses), le asigna segmento (leal, en riesgo,
      * perdido, nuevo) y lo guarda con el mes. Deja el reporte de
      * segmentos con los movimientos frente al mes anterior y la
      * exportacion para campanias (SMS) de los clientes que aceptaron
      * envios comerciales. Los clientes con los datos suprimidos no
      * se segmentan. Relanzar el mismo mes lo recalcula.
       INICIO.
           MOVE ZEROES TO LK-SEGMENTADOS
           MOVE LK-FECHA-CORTE(1:6) TO WS-MES
           IF WS-MES(5:2) = "01"
               COMPUTE WS-MES-ANTERIOR = WS-MES - 89
           ELSE
               COMPUTE WS-MES-ANTERIOR = WS-MES - 1
           END-IF
           COMPUTE WS-FECHA-DESDE = LK-FECHA-CORTE - 10000
           COMPUTE WS-DIA-CORTE =
               FUNCTION INTEGER-OF-DATE(LK-FECHA-CORTE)
           INITIALIZE TABLA-SEGMENTOS

           OPEN INPUT CLIENTES
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "NO HAY MAESTRO DE CLIENTES."
               GOBACK
           END-IF
           OPEN I-O SEGMENTOS
           IF WS-SEGMENTOS-STATUS = "35"
               OPEN OUTPUT SEGMENTOS
               CLOSE SEGMENTOS
               OPEN I-O SEGMENTOS
           END-IF
           IF WS-SEGMENTOS-STATUS NOT = "00"
               DISPLAY "Error al abrir segmentos. Estado: "
                   WS-SEGMENTOS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "SEGMENTOS-CLIENTES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-SEGMENTOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE CLIENTES
               GOBACK
           END-IF

           SORT WS-TICKETS-SORT
               ON ASCENDING KEY TS-CLIENTE-ID TS-FECHA
               INPUT PROCEDURE IS CARGAR-TICKETS-SORT
               OUTPUT PROCEDURE IS CALCULAR-SEGMENTOS

           PERFORM CONTAR-MES-ANTERIOR
           PERFORM EXPORTAR-MARKETING
           PERFORM ESCRIBIR-REPORTE

           CLOSE SEGMENTOS
           CLOSE CLIENTES
           DISPLAY "Segmentacion " WS-MES ": " LK-SEGMENTADOS
               " clientes. Ver " WS-NOMBRE-REPORTE
           GOBACK.

      *----------------------- CALCULO POR CLIENTE ------------------------
       CARGAR-TICKETS-SORT.
           MOVE "N" TO WS-EOF
           OPEN INPUT TICKETS
           IF WS-TICKETS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ TICKETS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF TICKET-CLIENTE-ID NOT = 0 AND
                              NOT TICKET-ES-ANULADO AND
                              TICKET-FECHA <= LK-FECHA-CORTE
                               MOVE TICKET-CLIENTE-ID TO TS-CLIENTE-ID
                               MOVE TICKET-FECHA TO TS-FECHA
                               MOVE TICKET-TOTAL TO TS-TOTAL
                               RELEASE TS-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TICKETS
           END-IF.

       CALCULAR-SEGMENTOS.
           MOVE "N" TO WS-EOF-SORT
           MOVE "S" TO WS-PRIMERA-VEZ
           PERFORM UNTIL WS-EOF-SORT = "S"
               RETURN WS-TICKETS-SORT
                   AT END
                       MOVE "S" TO WS-EOF-SORT
                       IF WS-PRIMERA-VEZ = "N"
                           PERFORM CERRAR-CLIENTE
                       END-IF
                   NOT AT END
                       IF WS-PRIMERA-VEZ = "S"
                           PERFORM INICIAR-CLIENTE
                           MOVE "N" TO WS-PRIMERA-VEZ
                       END-IF
                       IF TS-CLIENTE-ID NOT = WS-CLI-ACTUAL
                           PERFORM CERRAR-CLIENTE
                           PERFORM INICIAR-CLIENTE
                       END-IF
                       MOVE TS-FECHA TO WS-CLI-ULTIMA
                       IF TS-FECHA > WS-FECHA-DESDE
                           ADD 1 TO WS-CLI-TICKETS
                           ADD TS-TOTAL TO WS-CLI-GASTO
                       END-IF
               END-RETURN
           END-PERFORM.

      *> Los tickets llegan por fecha: el primero da la primera compra.
       INICIAR-CLIENTE.
           MOVE TS-CLIENTE-ID TO WS-CLI-ACTUAL
           MOVE TS-FECHA TO WS-CLI-PRIMERA
           MOVE TS-FECHA TO WS-CLI-ULTIMA
           MOVE ZEROES TO WS-CLI-TICKETS
           MOVE ZEROES TO WS-CLI-GASTO.

       CERRAR-CLIENTE.
           MOVE WS-CLI-ACTUAL TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   MOVE "S" TO CLIENTE-ANONIMIZADO
           END-READ
           IF NOT CLIENTE-ES-ANONIMO
               PERFORM PUNTUAR-CLIENTE
               PERFORM GRABAR-SEGMENTO
           END-IF.

       PUNTUAR-CLIENTE.
           MOVE WS-MES TO SG-MES
           MOVE WS-CLI-ACTUAL TO SG-CLIENTE-ID
           MOVE LK-FECHA-CORTE TO SG-FECHA-CORTE
           MOVE WS-CLI-PRIMERA TO SG-PRIMERA-COMPRA
           MOVE WS-CLI-ULTIMA TO SG-ULTIMA-COMPRA
           COMPUTE SG-DIAS-SIN-COMPRA = WS-DIA-CORTE -
               FUNCTION INTEGER-OF-DATE(WS-CLI-ULTIMA)
           COMPUTE WS-DIAS-DESDE-PRIMERA = WS-DIA-CORTE -
               FUNCTION INTEGER-OF-DATE(WS-CLI-PRIMERA)
           MOVE WS-CLI-TICKETS TO SG-TICKETS
           MOVE WS-CLI-GASTO TO SG-GASTO

           EVALUATE TRUE
               WHEN SG-DIAS-SIN-COMPRA <= 30
                   MOVE 5 TO SG-PUNTOS-RECENCIA
               WHEN SG-DIAS-SIN-COMPRA <= 60
                   MOVE 4 TO SG-PUNTOS-RECENCIA
               WHEN SG-DIAS-SIN-COMPRA <= 90
                   MOVE 3 TO SG-PUNTOS-RECENCIA
               WHEN SG-DIAS-SIN-COMPRA <= 180
                   MOVE 2 TO SG-PUNTOS-RECENCIA
               WHEN OTHER
                   MOVE 1 TO SG-PUNTOS-RECENCIA
           END-EVALUATE
           EVALUATE TRUE
               WHEN SG-TICKETS >= 24
                   MOVE 5 TO SG-PUNTOS-FRECUENCIA
               WHEN SG-TICKETS >= 12
                   MOVE 4 TO SG-PUNTOS-FRECUENCIA
               WHEN SG-TICKETS >= 6
                   MOVE 3 TO SG-PUNTOS-FRECUENCIA
               WHEN SG-TICKETS >= 2
                   MOVE 2 TO SG-PUNTOS-FRECUENCIA
               WHEN OTHER
                   MOVE 1 TO SG-PUNTOS-FRECUENCIA
           END-EVALUATE
           EVALUATE TRUE
               WHEN SG-GASTO >= 1000
                   MOVE 5 TO SG-PUNTOS-GASTO
               WHEN SG-GASTO >= 500
                   MOVE 4 TO SG-PUNTOS-GASTO
               WHEN SG-GASTO >= 200
                   MOVE 3 TO SG-PUNTOS-GASTO
               WHEN SG-GASTO >= 50
                   MOVE 2 TO SG-PUNTOS-GASTO
               WHEN OTHER
                   MOVE 1 TO SG-PUNTOS-GASTO
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-DIAS-DESDE-PRIMERA <= WS-DIAS-NUEVO
                   MOVE "N" TO SG-SEGMENTO
               WHEN SG-DIAS-SIN-COMPRA > WS-DIAS-PERDIDO
                   MOVE "P" TO SG-SEGMENTO
               WHEN SG-DIAS-SIN-COMPRA > WS-DIAS-RIESGO
                   MOVE "R" TO SG-SEGMENTO
               WHEN OTHER
                   MOVE "L" TO SG-SEGMENTO
           END-EVALUATE.

      *> Antes de grabar se mira el segmento del mes anterior para
      *> contar el movimiento; el registro del mes se reescribe si ya
      *> existia de un lanzamiento anterior.
       GRABAR-SEGMENTO.
           MOVE SG-SEGMENTO TO WS-SEG-LETRA
           PERFORM INDICE-SEGMENTO
           MOVE WS-SEG-IDX TO WS-J
           ADD 1 TO SEG-ACTUAL(WS-J)
           ADD SG-GASTO TO SEG-GASTO(WS-J)
           ADD 1 TO LK-SEGMENTADOS

           MOVE SEGMENTO-REGISTRO TO WS-SEGMENTO-GUARDADO
           MOVE WS-MES-ANTERIOR TO SG-MES
           READ SEGMENTOS
               INVALID KEY
                   MOVE SPACE TO WS-SEG-ANTERIOR
               NOT INVALID KEY
                   MOVE SG-SEGMENTO TO WS-SEG-ANTERIOR
           END-READ
           MOVE WS-SEG-ANTERIOR TO WS-SEG-LETRA
           PERFORM INDICE-SEGMENTO
           ADD 1 TO SEG-HACIA(WS-SEG-IDX, WS-J)

           MOVE WS-SEGMENTO-GUARDADO TO SEGMENTO-REGISTRO
           WRITE SEGMENTO-REGISTRO
               INVALID KEY
                   REWRITE SEGMENTO-REGISTRO
                       INVALID KEY
                           DISPLAY "Error al grabar segmento. Estado: "
                               WS-SEGMENTOS-STATUS
                           MOVE "GRABAR-SEGMENTO" TO WS-INC-PARRAFO
                           MOVE "SEGMENTOS-CLIENTES-INDEXADO.dat"
                               TO WS-INC-ARCHIVO
                           MOVE WS-SEGMENTOS-STATUS TO WS-INC-ESTADO
                           MOVE SG-CLAVE TO WS-INC-CLAVE
                           PERFORM REGISTRAR-INCIDENCIA
                   END-REWRITE
           END-WRITE.

      *> Posicion 1 a 4 de la letra de segmento; 5 = sin segmento.
       INDICE-SEGMENTO.
           MOVE 5 TO WS-SEG-IDX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               IF WS-SEG-CODIGO(WS-I) = WS-SEG-LETRA
                   MOVE WS-I TO WS-SEG-IDX
               END-IF
           END-PERFORM.

       CONTAR-MES-ANTERIOR.
           MOVE "N" TO WS-EOF
           MOVE WS-MES-ANTERIOR TO SG-MES
           MOVE ZEROES TO SG-CLIENTE-ID
           START SEGMENTOS KEY IS NOT LESS SG-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ SEGMENTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF SG-MES NOT = WS-MES-ANTERIOR
                           MOVE "S" TO WS-EOF
                       ELSE
                           MOVE SG-SEGMENTO TO WS-SEG-LETRA
                           PERFORM INDICE-SEGMENTO
                           ADD 1 TO SEG-ANTERIOR(WS-SEG-IDX)
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------- EXPORTACION PARA CAMPANIAS ----------------
      * Clientes segmentados este mes que aceptaron envios comerciales
      * y tienen telefono, por segmento, con sus tres familias mas
      * compradas (por importe, en todo su historial hasta el corte).
       EXPORTAR-MARKETING.
           MOVE SPACES TO WS-NOMBRE-EXPORTACION
           STRING "MARKETING-SEGMENTOS-" WS-MES ".csv"
               DELIMITED BY SIZE INTO WS-NOMBRE-EXPORTACION
           OPEN OUTPUT EXPORTACION-CSV
           MOVE CSV-ENCABEZADO TO CSV-LINEA
           WRITE CSV-LINEA
           OPEN INPUT FAMILIAS
           SORT WS-FAMILIAS-SORT
               ON ASCENDING KEY FS-ORDEN FS-CLIENTE-ID FS-FAMILIA
               INPUT PROCEDURE IS CARGAR-FAMILIAS-SORT
               OUTPUT PROCEDURE IS ESCRIBIR-EXPORTACION
           IF WS-FAMILIAS-STATUS = "00"
               CLOSE FAMILIAS
           END-IF
           CLOSE EXPORTACION-CSV.

       CARGAR-FAMILIAS-SORT.
           MOVE "N" TO WS-EOF
           MOVE WS-MES TO SG-MES
           MOVE ZEROES TO SG-CLIENTE-ID
           START SEGMENTOS KEY IS NOT LESS SG-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ SEGMENTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF SG-MES NOT = WS-MES
                           MOVE "S" TO WS-EOF
                       ELSE
                           PERFORM MARCAR-CLIENTE-APTO
                       END-IF
               END-READ
           END-PERFORM

           MOVE "N" TO WS-EOF
           OPEN INPUT VENTAS
           OPEN INPUT TICKETS
           OPEN INPUT PRODUCTO
           IF WS-VENTAS-STATUS = "00" AND WS-TICKETS-STATUS = "00"
              AND WS-PRODUCTO-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ VENTAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF NOT VE-ES-ANULADA AND
                              NOT VE-ES-DEPOSITO AND
                              VE-TICKET-NUMERO NOT = 0 AND
                              VE-FECHA <= LK-FECHA-CORTE
                               PERFORM SOLTAR-LINEA-FAMILIA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE VENTAS
           CLOSE TICKETS
           CLOSE PRODUCTO.

       MARCAR-CLIENTE-APTO.
           MOVE SG-CLIENTE-ID TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLIENTE-ACEPTA-MARKETING AND
                      NOT CLIENTE-ES-ANONIMO AND
                      CLIENTE-TELEFONO NOT = SPACES
                       MOVE SG-SEGMENTO TO WS-SEG-LETRA
                       PERFORM INDICE-SEGMENTO
                       MOVE WS-SEG-IDX TO FS-ORDEN
                       MOVE SG-CLIENTE-ID TO FS-CLIENTE-ID
                       MOVE ZEROES TO FS-FAMILIA
                       MOVE ZEROES TO FS-IMPORTE
                       MOVE "M" TO FS-TIPO
                       RELEASE FS-REGISTRO
                   END-IF
           END-READ.

      *> Las lineas de un ticket vienen juntas: ticket y cliente se
      *> leen una vez por cambio.
       SOLTAR-LINEA-FAMILIA.
           IF VE-TICKET-NUMERO NOT = WS-TICKET-LEIDO
               MOVE VE-TICKET-NUMERO TO WS-TICKET-LEIDO
               MOVE ZEROES TO WS-TICKET-CLIENTE
               MOVE VE-TICKET-NUMERO TO TICKET-NUMERO
               READ TICKETS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT TICKET-ES-ANULADO
                           MOVE TICKET-CLIENTE-ID TO WS-TICKET-CLIENTE
                       END-IF
               END-READ
           END-IF
           IF WS-TICKET-CLIENTE NOT = 0
               IF WS-TICKET-CLIENTE NOT = WS-CLIENTE-LEIDO
                   PERFORM COMPROBAR-CLIENTE-APTO
               END-IF
               IF WS-CLIENTE-APTO = "S"
                   MOVE VE-PRODUCTO-ID TO PRODUCTO-ID
                   READ PRODUCTO
                       INVALID KEY
                           MOVE ZEROES TO PRODUCTO-FAMILIA
                   END-READ
                   IF PRODUCTO-FAMILIA NOT = 0
                       MOVE WS-CLIENTE-ORDEN TO FS-ORDEN
                       MOVE WS-TICKET-CLIENTE TO FS-CLIENTE-ID
                       MOVE PRODUCTO-FAMILIA TO FS-FAMILIA
                       MOVE VE-IMPORTE TO FS-IMPORTE
                       MOVE "L" TO FS-TIPO
                       RELEASE FS-REGISTRO
                   END-IF
               END-IF
           END-IF.

       COMPROBAR-CLIENTE-APTO.
           MOVE WS-TICKET-CLIENTE TO WS-CLIENTE-LEIDO
           MOVE "N" TO WS-CLIENTE-APTO
           MOVE WS-MES TO SG-MES
           MOVE WS-TICKET-CLIENTE TO SG-CLIENTE-ID
           READ SEGMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-TICKET-CLIENTE TO CLIENTE-ID
                   READ CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLIENTE-ACEPTA-MARKETING AND
                              NOT CLIENTE-ES-ANONIMO AND
                              CLIENTE-TELEFONO NOT = SPACES
                               MOVE "S" TO WS-CLIENTE-APTO
                               MOVE SG-SEGMENTO TO WS-SEG-LETRA
                               PERFORM INDICE-SEGMENTO
                               MOVE WS-SEG-IDX TO WS-CLIENTE-ORDEN
                           END-IF
                   END-READ
           END-READ.

       ESCRIBIR-EXPORTACION.
           MOVE "N" TO WS-EOF-SORT
           MOVE "S" TO WS-PRIMERA-VEZ
           PERFORM UNTIL WS-EOF-SORT = "S"
               RETURN WS-FAMILIAS-SORT
                   AT END
                       MOVE "S" TO WS-EOF-SORT
                       IF WS-PRIMERA-VEZ = "N"
                           PERFORM ESCRIBIR-CLIENTE-CSV
                       END-IF
                   NOT AT END
                       IF WS-PRIMERA-VEZ = "S"
                           PERFORM INICIAR-CLIENTE-CSV
                           MOVE "N" TO WS-PRIMERA-VEZ
                       END-IF
                       IF FS-CLIENTE-ID NOT = WS-EXP-CLIENTE OR
                          FS-ORDEN NOT = WS-EXP-ORDEN
                           PERFORM ESCRIBIR-CLIENTE-CSV
                           PERFORM INICIAR-CLIENTE-CSV
                       END-IF
                       IF FS-MARCA
                           MOVE "S" TO WS-EXP-MARCADO
                       ELSE
                           PERFORM SUMAR-FAMILIA-CLIENTE
                       END-IF
               END-RETURN
           END-PERFORM.

       INICIAR-CLIENTE-CSV.
           MOVE FS-CLIENTE-ID TO WS-EXP-CLIENTE
           MOVE FS-ORDEN TO WS-EXP-ORDEN
           MOVE "N" TO WS-EXP-MARCADO
           MOVE ZEROES TO WS-TF-CANT.

      *> Las familias llegan ordenadas: basta mirar la ultima.
       SUMAR-FAMILIA-CLIENTE.
           IF WS-TF-CANT > 0 AND
              TF-FAMILIA(WS-TF-CANT) = FS-FAMILIA
               ADD FS-IMPORTE TO TF-IMPORTE(WS-TF-CANT)
           ELSE
               IF WS-TF-CANT < 50
                   ADD 1 TO WS-TF-CANT
                   MOVE FS-FAMILIA TO TF-FAMILIA(WS-TF-CANT)
                   MOVE FS-IMPORTE TO TF-IMPORTE(WS-TF-CANT)
                   MOVE "N" TO TF-ELEGIDA(WS-TF-CANT)
               END-IF
           END-IF.

       ESCRIBIR-CLIENTE-CSV.
           IF WS-EXP-MARCADO = "S"
               MOVE SPACES TO WS-FAVORITAS
               PERFORM VARYING WS-FAV-IDX FROM 1 BY 1
                   UNTIL WS-FAV-IDX > 3
                   PERFORM ELEGIR-FAVORITA
               END-PERFORM
               MOVE WS-EXP-CLIENTE TO CLIENTE-ID
               READ CLIENTES
                   INVALID KEY
                       MOVE SPACES TO CLIENTE-NOMBRE
                       MOVE SPACES TO CLIENTE-TELEFONO
               END-READ
               MOVE SPACES TO CSV-LINEA
               STRING WS-SEG-NOMBRE(WS-EXP-ORDEN) DELIMITED BY "  "
                   ";" WS-EXP-CLIENTE ";" DELIMITED BY SIZE
                   CLIENTE-NOMBRE DELIMITED BY "  "
                   ";" DELIMITED BY SIZE
                   CLIENTE-TELEFONO DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-FAVORITA(1) DELIMITED BY "  "
                   ";" DELIMITED BY SIZE
                   WS-FAVORITA(2) DELIMITED BY "  "
                   ";" DELIMITED BY SIZE
                   WS-FAVORITA(3) DELIMITED BY "  "
                   INTO CSV-LINEA
               WRITE CSV-LINEA
               ADD 1 TO WS-EXPORTADOS
           END-IF.

       ELEGIR-FAVORITA.
           MOVE ZEROES TO WS-TF-MEJOR
           PERFORM VARYING WS-TF-IDX FROM 1 BY 1
               UNTIL WS-TF-IDX > WS-TF-CANT
               IF TF-ELEGIDA(WS-TF-IDX) = "N"
                   IF WS-TF-MEJOR = 0
                       MOVE WS-TF-IDX TO WS-TF-MEJOR
                   ELSE
                       IF TF-IMPORTE(WS-TF-IDX) >
                          TF-IMPORTE(WS-TF-MEJOR)
                           MOVE WS-TF-IDX TO WS-TF-MEJOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TF-MEJOR > 0
               MOVE "S" TO TF-ELEGIDA(WS-TF-MEJOR)
               MOVE TF-FAMILIA(WS-TF-MEJOR) TO FAMILIA-CODIGO
               MOVE SPACES TO FAMILIA-NOMBRE
               IF WS-FAMILIAS-STATUS = "00"
                   READ FAMILIAS
                       INVALID KEY
                           MOVE SPACES TO FAMILIA-NOMBRE
                   END-READ
               END-IF
               IF FAMILIA-NOMBRE = SPACES
                   MOVE TF-FAMILIA(WS-TF-MEJOR) TO WS-FAMILIA-EDIT
                   STRING "FAMILIA " WS-FAMILIA-EDIT
                       DELIMITED BY SIZE INTO FAMILIA-NOMBRE
               END-IF
               MOVE FAMILIA-NOMBRE TO WS-FAVORITA(WS-FAV-IDX)
           END-IF.

      *----------------------- REPORTE DE SEGMENTOS ----------------------
       ESCRIBIR-REPORTE.
           MOVE SPACES TO WS-NOMBRE-REPORTE
           STRING "REPORTE-SEGMENTOS-" WS-MES ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-REPORTE
           OPEN OUTPUT REPORTE-TXT
           MOVE WS-MES TO RT-MES
           MOVE LK-FECHA-CORTE TO RT-CORTE
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-CRITERIO-1 TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-CRITERIO-2 TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           WRITE REP-LINEA
           MOVE ZEROES TO WS-TOTAL-ACTUAL
           MOVE ZEROES TO WS-TOTAL-ANTERIOR
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
               MOVE WS-SEG-NOMBRE(WS-J) TO RD-SEGMENTO
               MOVE SEG-ANTERIOR(WS-J) TO RD-ANTERIOR
               MOVE SEG-ACTUAL(WS-J) TO RD-ACTUAL
               COMPUTE RD-VARIACION =
                   SEG-ACTUAL(WS-J) - SEG-ANTERIOR(WS-J)
               MOVE ZEROES TO WS-GASTO-MEDIO
               IF SEG-ACTUAL(WS-J) > 0
                   COMPUTE WS-GASTO-MEDIO ROUNDED =
                       SEG-GASTO(WS-J) / SEG-ACTUAL(WS-J)
               END-IF
               MOVE WS-GASTO-MEDIO TO RD-GASTO-MEDIO
               MOVE REP-DETALLE TO REP-LINEA
               WRITE REP-LINEA
               ADD SEG-ACTUAL(WS-J) TO WS-TOTAL-ACTUAL
               ADD SEG-ANTERIOR(WS-J) TO WS-TOTAL-ANTERIOR
           END-PERFORM
           MOVE REP-SEPARADOR TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-TOTAL-ANTERIOR TO RTO-ANTERIOR
           MOVE WS-TOTAL-ACTUAL TO RTO-ACTUAL
           MOVE REP-TOTAL TO REP-LINEA
           WRITE REP-LINEA

           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-MOV-TITULO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-MOV-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           WRITE REP-LINEA
           PERFORM VARYING WS-SEG-DESDE FROM 1 BY 1
               UNTIL WS-SEG-DESDE > 5
               MOVE WS-SEG-NOMBRE(WS-SEG-DESDE) TO RM-DESDE
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
                   MOVE SEG-HACIA(WS-SEG-DESDE, WS-J) TO RM-HACIA(WS-J)
               END-PERFORM
               MOVE REP-MOV-DETALLE TO REP-LINEA
               WRITE REP-LINEA
           END-PERFORM

           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-NOMBRE-EXPORTACION TO RE-ARCHIVO
           MOVE WS-EXPORTADOS TO RE-CANTIDAD
           MOVE REP-EXPORTADOS TO REP-LINEA
           WRITE REP-LINEA
           CLOSE REPORTE-TXT.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "SEGMENTAR-CLIENTES" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM SEGMENTAR-CLIENTES.
