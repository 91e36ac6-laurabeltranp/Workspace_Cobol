       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PRESUPUESTO-COMPRAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAMILIAS
               ASSIGN TO "FAMILIAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAMILIA-CODIGO
               FILE STATUS IS WS-FAMILIAS-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-PRESUPUESTO-COMPRAS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FAMILIAS.
           COPY FAMILIA.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FAMILIAS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-F PIC 9(4).
       01 WS-LINEAS PIC 9(4) VALUE ZEROES.
       01 WS-EXCEDIDAS PIC 9(4) VALUE ZEROES.
       01 WS-DISPONIBLE PIC S9(9)V99.
       01 WS-CONSUMIDO-PCT PIC 9(5)V9.
       01 TOTAL-PRESUPUESTO PIC 9(11)V99 VALUE ZEROES.
       01 TOTAL-RECIBIDO PIC 9(11)V99 VALUE ZEROES.
       01 TOTAL-COMPROMETIDO PIC 9(11)V99 VALUE ZEROES.
       01 TOTAL-DISPONIBLE PIC S9(11)V99 VALUE ZEROES.

           COPY DISPCOMP.

       01 REP-TITULO.
           05 FILLER PIC X(41) VALUE
               "PRESUPUESTO DE COMPRAS POR FAMILIA - MES ".
           05 RT-MES PIC 9(6).
       01 REP-ENCABEZADO PIC X(120) VALUE
           "FAMILIA NOMBRE                PRESUPUESTO      RECIBIDO  C
      -    "OMPROMETIDO     DISPONIBLE  CONSUMIDO  ESTADO".
       01 REP-DETALLE.
           05 RD-FAMILIA PIC Z(2)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-NOMBRE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RD-PRESUPUESTO PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-RECIBIDO PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-COMPROMETIDO PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-DISPONIBLE PIC -(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-CONSUMIDO PIC Z(4)9.9.
           05 FILLER PIC X(2) VALUE "% ".
           05 RD-ESTADO PIC X(12).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-MES PIC 9(6).

       PROCEDURE DIVISION USING LK-MES.
      *----------------------- PRESUPUESTO DE COMPRAS ---------------------
      * Presupuesto contra comprometido contra recibido, por familia,
      * para el mes pedido: entran las familias con presupuesto y las
      * que compraron sin el. Consumido = (recibido + comprometido)
      * sobre presupuesto. El detalle va a
      * REPORTE-PRESUPUESTO-COMPRAS.txt.
       INICIO.
           MOVE LK-MES TO OTB-MES
           CALL "DISPONIBLE-COMPRAS" USING DISPONIBLE-COMPRAS-TABLA

           MOVE ZEROES TO WS-LINEAS
           MOVE ZEROES TO WS-EXCEDIDAS
           MOVE ZEROES TO TOTAL-PRESUPUESTO
           MOVE ZEROES TO TOTAL-RECIBIDO
           MOVE ZEROES TO TOTAL-COMPROMETIDO
           MOVE ZEROES TO TOTAL-DISPONIBLE

           OPEN OUTPUT REPORTE-TXT
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "No se pudo crear REPORTE-PRESUPUESTO-COMPRAS"
                   ".txt. Estado: " WS-REPORTE-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "REPORTE-PRESUPUESTO-COMPRAS.txt" TO WS-INC-ARCHIVO
               MOVE WS-REPORTE-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           OPEN INPUT FAMILIAS
           MOVE LK-MES TO RT-MES
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA

           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 999
               IF OTB-TIENE-PRESUPUESTO(WS-F) OR
                  OTB-RECIBIDO(WS-F) > 0 OR
                  OTB-COMPROMETIDO(WS-F) > 0
                   PERFORM ESCRIBIR-LINEA-FAMILIA
               END-IF
           END-PERFORM

           MOVE ZEROES TO RD-FAMILIA
           MOVE "TOTAL" TO RD-NOMBRE
           MOVE TOTAL-PRESUPUESTO TO RD-PRESUPUESTO
           MOVE TOTAL-RECIBIDO TO RD-RECIBIDO
           MOVE TOTAL-COMPROMETIDO TO RD-COMPROMETIDO
           MOVE TOTAL-DISPONIBLE TO RD-DISPONIBLE
           MOVE ZEROES TO RD-CONSUMIDO
           IF TOTAL-PRESUPUESTO > 0
               COMPUTE RD-CONSUMIDO ROUNDED =
                   (TOTAL-RECIBIDO + TOTAL-COMPROMETIDO) * 100 /
                   TOTAL-PRESUPUESTO
           END-IF
           MOVE SPACES TO RD-ESTADO
           MOVE REP-DETALLE TO REP-LINEA
           WRITE REP-LINEA

           IF WS-FAMILIAS-STATUS = "00"
               CLOSE FAMILIAS
           END-IF
           CLOSE REPORTE-TXT

           IF WS-LINEAS = 0
               DISPLAY "SIN PRESUPUESTOS NI COMPRAS PARA EL MES "
                   LK-MES "."
           ELSE
               MOVE TOTAL-DISPONIBLE TO RD-DISPONIBLE
               DISPLAY "FAMILIAS: " WS-LINEAS "  EXCEDIDAS: "
                   WS-EXCEDIDAS "  DISPONIBLE CON PRESUPUESTO: "
                   RD-DISPONIBLE
           END-IF
           DISPLAY "Presupuesto de compras en "
               "REPORTE-PRESUPUESTO-COMPRAS.txt"
           GOBACK.

      *> El total disponible solo suma las familias con presupuesto:
      *> lo comprado sin presupuesto no resta de nadie.
       ESCRIBIR-LINEA-FAMILIA.
           ADD 1 TO WS-LINEAS
           MOVE WS-F TO RD-FAMILIA
           PERFORM BUSCAR-NOMBRE-FAMILIA
           MOVE OTB-PRESUPUESTO(WS-F) TO RD-PRESUPUESTO
           MOVE OTB-RECIBIDO(WS-F) TO RD-RECIBIDO
           MOVE OTB-COMPROMETIDO(WS-F) TO RD-COMPROMETIDO
           ADD OTB-PRESUPUESTO(WS-F) TO TOTAL-PRESUPUESTO
           ADD OTB-RECIBIDO(WS-F) TO TOTAL-RECIBIDO
           ADD OTB-COMPROMETIDO(WS-F) TO TOTAL-COMPROMETIDO
           IF OTB-TIENE-PRESUPUESTO(WS-F)
               COMPUTE WS-DISPONIBLE = OTB-PRESUPUESTO(WS-F) -
                   OTB-RECIBIDO(WS-F) - OTB-COMPROMETIDO(WS-F)
               ADD WS-DISPONIBLE TO TOTAL-DISPONIBLE
               MOVE WS-DISPONIBLE TO RD-DISPONIBLE
               MOVE ZEROES TO WS-CONSUMIDO-PCT
               IF OTB-PRESUPUESTO(WS-F) > 0
                   COMPUTE WS-CONSUMIDO-PCT ROUNDED =
                       (OTB-RECIBIDO(WS-F) + OTB-COMPROMETIDO(WS-F))
                       * 100 / OTB-PRESUPUESTO(WS-F)
               END-IF
               MOVE WS-CONSUMIDO-PCT TO RD-CONSUMIDO
               IF WS-DISPONIBLE < 0
                   MOVE "EXCEDIDA" TO RD-ESTADO
                   ADD 1 TO WS-EXCEDIDAS
               ELSE
                   MOVE "EN PRESUP." TO RD-ESTADO
               END-IF
           ELSE
               MOVE ZEROES TO RD-DISPONIBLE
               MOVE ZEROES TO RD-CONSUMIDO
               MOVE "SIN PRESUP." TO RD-ESTADO
           END-IF
           MOVE REP-DETALLE TO REP-LINEA
           WRITE REP-LINEA.

       BUSCAR-NOMBRE-FAMILIA.
           MOVE SPACES TO RD-NOMBRE
           IF WS-FAMILIAS-STATUS = "00"
               MOVE WS-F TO FAMILIA-CODIGO
               READ FAMILIAS
                   INVALID KEY
                       MOVE "(DESCONOCIDA)" TO RD-NOMBRE
                   NOT INVALID KEY
                       MOVE FAMILIA-NOMBRE TO RD-NOMBRE
               END-READ
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-PRESUPUESTO-COMPRAS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-PRESUPUESTO-COMPRAS.
