       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-DEPOSITOS-ENVASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTAS
               ASSIGN TO "VENTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTAS-ID
               ALTERNATE RECORD KEY IS VE-PRODUCTO-ID WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-VENTAS-STATUS.

           SELECT ENVASES-DEVUELTOS
               ASSIGN TO "ENVASES-DEVUELTOS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENVDEV-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-DEPOSITOS-ENVASE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENTAS.
           COPY VENTAS.

       FD ENVASES-DEVUELTOS.
           COPY ENVDEV.

       FD PRODUCTO.
           COPY PRODFLT.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-VENTAS-STATUS PIC XX.
       01 WS-ENVDEV-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-BUSCA-ENVASE PIC 9(6).
       01 WS-IDX PIC 9(3).
       01 WS-ENCONTRADO PIC X VALUE "N".
       01 WS-SALDO PIC S9(9)V99.
       01 WS-SALDO-UNIDADES PIC S9(7).
       01 WS-TOTAL-COBRADO PIC 9(9)V99 VALUE ZEROES.
       01 WS-TOTAL-DEVUELTO PIC 9(9)V99 VALUE ZEROES.
       01 WS-TOTAL-SALDO PIC S9(9)V99 VALUE ZEROES.

      *----------------------- ACUMULADO POR ENVASE -----------------------
      * Una fila por articulo deposito: lo cobrado en los tickets y lo
      * devuelto por envases vacios, en unidades y en euros.
       01 WS-ENVASES-CANT PIC 9(3) VALUE ZEROES.
       01 TABLA-ENVASES.
           05 TE-ENTRADA OCCURS 100 TIMES.
               10 TE-ENVASE-ID PIC 9(6).
               10 TE-UNID-COBRADAS PIC 9(7).
               10 TE-EUR-COBRADOS PIC 9(9)V99.
               10 TE-UNID-DEVUELTAS PIC 9(7).
               10 TE-EUR-DEVUELTOS PIC 9(9)V99.

       01 REP-TITULO.
           05 FILLER PIC X(36) VALUE
               "DEPOSITOS DE ENVASE PENDIENTES AL ".
           05 RT-FECHA PIC 9(8).
       01 REP-ENCABEZADO PIC X(120) VALUE
           "ENVASE DESCRIPCION          UD.COBR  EUR-COBRADOS  UD.DEVU
      -    "  EUR-DEVUELTOS  UD.PEND   SALDO-EUR".
       01 REP-DETALLE.
           05 RD-ENVASE-ID PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-DESCRIP PIC X(20).
           05 RD-UNID-COBRADAS PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-EUR-COBRADOS PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-UNID-DEVUELTAS PIC Z(6)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-EUR-DEVUELTOS PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-UNID-PENDIENTES PIC -(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-SALDO PIC -(8)9.99.
       01 REP-TOTAL.
           05 FILLER PIC X(27) VALUE "TOTAL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 RTT-COBRADO PIC Z(8)9.99.
           05 FILLER PIC X(12) VALUE SPACES.
           05 RTT-DEVUELTO PIC Z(8)9.99.
           05 FILLER PIC X(11) VALUE SPACES.
           05 RTT-SALDO PIC -(8)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-FECHA PIC 9(8).

       PROCEDURE DIVISION USING LK-FECHA.
      *----------------------- PASIVO POR DEPOSITOS -----------------------
      * Corre cada noche desde BATCH-NOCTURNO: por cada articulo
      * deposito, lo cobrado en tickets (lineas D no anuladas) menos
      * lo devuelto por envases vacios, hasta la fecha de negocio. El
      * saldo es dinero de clientes que la tienda debe devolver cuando
      * traigan los envases: es pasivo, no venta.
       INICIO.
           MOVE ZEROES TO WS-ENVASES-CANT
           MOVE ZEROES TO WS-TOTAL-COBRADO
           MOVE ZEROES TO WS-TOTAL-DEVUELTO
           MOVE ZEROES TO WS-TOTAL-SALDO

           PERFORM ACUMULAR-COBRADOS
           PERFORM ACUMULAR-DEVUELTOS

           OPEN OUTPUT REPORTE-TXT
           MOVE LK-FECHA TO RT-FECHA
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA

           OPEN INPUT PRODUCTO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENVASES-CANT
               PERFORM ESCRIBIR-UN-ENVASE
           END-PERFORM
           CLOSE PRODUCTO

           MOVE WS-TOTAL-COBRADO TO RTT-COBRADO
           MOVE WS-TOTAL-DEVUELTO TO RTT-DEVUELTO
           MOVE WS-TOTAL-SALDO TO RTT-SALDO
           MOVE REP-TOTAL TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-TOTAL

           CLOSE REPORTE-TXT
           GOBACK.

       ACUMULAR-COBRADOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT VENTAS
           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir VENTAS-INDEXADO.dat. Estado: "
                   WS-VENTAS-STATUS
               MOVE "ACUMULAR-COBRADOS" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               PERFORM UNTIL WS-EOF = "S"
                   READ VENTAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF VE-ES-DEPOSITO AND
                              VE-FECHA <= LK-FECHA AND
                              NOT VE-ES-ANULADA
                               MOVE VE-PRODUCTO-ID TO WS-BUSCA-ENVASE
                               PERFORM UBICAR-ENVASE
                               IF WS-ENCONTRADO = "S"
                                   ADD UNIDADES
                                       TO TE-UNID-COBRADAS(WS-IDX)
                                   ADD VE-IMPORTE
                                       TO TE-EUR-COBRADOS(WS-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTAS
           END-IF.

       ACUMULAR-DEVUELTOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ENVASES-DEVUELTOS
           IF WS-ENVDEV-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ ENVASES-DEVUELTOS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF ED-FECHA <= LK-FECHA
                               MOVE ED-ENVASE-ID TO WS-BUSCA-ENVASE
                               PERFORM UBICAR-ENVASE
                               IF WS-ENCONTRADO = "S"
                                   ADD ED-UNIDADES
                                       TO TE-UNID-DEVUELTAS(WS-IDX)
                                   ADD ED-IMPORTE
                                       TO TE-EUR-DEVUELTOS(WS-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENVASES-DEVUELTOS
           END-IF.

      *> Busca la fila del envase y la abre si es la primera vez.
       UBICAR-ENVASE.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENVASES-CANT OR WS-ENCONTRADO = "S"
               IF TE-ENVASE-ID(WS-IDX) = WS-BUSCA-ENVASE
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = "S"
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF WS-ENVASES-CANT < 100
                   ADD 1 TO WS-ENVASES-CANT
                   MOVE WS-ENVASES-CANT TO WS-IDX
                   MOVE WS-BUSCA-ENVASE TO TE-ENVASE-ID(WS-IDX)
                   MOVE ZEROES TO TE-UNID-COBRADAS(WS-IDX)
                   MOVE ZEROES TO TE-EUR-COBRADOS(WS-IDX)
                   MOVE ZEROES TO TE-UNID-DEVUELTAS(WS-IDX)
                   MOVE ZEROES TO TE-EUR-DEVUELTOS(WS-IDX)
                   MOVE "S" TO WS-ENCONTRADO
               ELSE
                   DISPLAY "AVISO: TABLA-ENVASES llena (100), envase "
                       WS-BUSCA-ENVASE " fuera del informe"
               END-IF
           END-IF.

       ESCRIBIR-UN-ENVASE.
           MOVE TE-ENVASE-ID(WS-IDX) TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   MOVE SPACES TO RD-DESCRIP
               NOT INVALID KEY
                   MOVE PRODUCTO-DESCRIP TO RD-DESCRIP
           END-READ
           COMPUTE WS-SALDO-UNIDADES = TE-UNID-COBRADAS(WS-IDX) -
               TE-UNID-DEVUELTAS(WS-IDX)
           COMPUTE WS-SALDO = TE-EUR-COBRADOS(WS-IDX) -
               TE-EUR-DEVUELTOS(WS-IDX)
           ADD TE-EUR-COBRADOS(WS-IDX) TO WS-TOTAL-COBRADO
           ADD TE-EUR-DEVUELTOS(WS-IDX) TO WS-TOTAL-DEVUELTO
           ADD WS-SALDO TO WS-TOTAL-SALDO
           MOVE TE-ENVASE-ID(WS-IDX) TO RD-ENVASE-ID
           MOVE TE-UNID-COBRADAS(WS-IDX) TO RD-UNID-COBRADAS
           MOVE TE-EUR-COBRADOS(WS-IDX) TO RD-EUR-COBRADOS
           MOVE TE-UNID-DEVUELTAS(WS-IDX) TO RD-UNID-DEVUELTAS
           MOVE TE-EUR-DEVUELTOS(WS-IDX) TO RD-EUR-DEVUELTOS
           MOVE WS-SALDO-UNIDADES TO RD-UNID-PENDIENTES
           MOVE WS-SALDO TO RD-SALDO
           MOVE REP-DETALLE TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-DETALLE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-DEPOSITOS-ENVASE" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-DEPOSITOS-ENVASE.
