       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-APPCC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPCC-RECEPCION
               ASSIGN TO "APPCC-RECEPCION.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPCC-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-APPCC-RECEPCION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPCC-RECEPCION.
           COPY APPCC.

       FD PRODUCTO.
           COPY PRODFLT.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-APPCC-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-MES PIC 9(6) VALUE ZEROES.
       01 WS-LINEAS PIC 9(6) VALUE ZEROES.
       01 TOTAL-ACEPTADAS PIC 9(6) VALUE ZEROES.
       01 TOTAL-CUARENTENA PIC 9(6) VALUE ZEROES.
       01 TOTAL-RECHAZADAS PIC 9(6) VALUE ZEROES.
       01 TOTAL-LIBERADAS PIC 9(6) VALUE ZEROES.
       01 TOTAL-DESECHADAS PIC 9(6) VALUE ZEROES.

       01 REP-TITULO.
           05 FILLER PIC X(46) VALUE
               "REGISTRO APPCC DE RECEPCION DE MERCANCIA - MES".
           05 FILLER PIC X VALUE SPACE.
           05 RT-MES PIC 9(6).
       01 REP-ENCABEZADO PIC X(120) VALUE
           "FECHA    HORA   PROV.  PEDIDO PROD.  DESCRIPCION          CL
      -    " TEMP.C ENV UNIDAD  LOTE       RESULTADO   OPERADOR".
       01 REP-DETALLE.
           05 RD-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RD-HORA PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RD-PROVEEDOR PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-PEDIDO PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-PRODUCTO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RD-DESCRIP PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RD-CLASE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 RD-TEMPERATURA PIC -(4)9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ENVASE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-UNIDADES PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-LOTE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 RD-RESULTADO PIC X(11).
           05 FILLER PIC X VALUE SPACE.
           05 RD-OPERADOR PIC X(8).
       01 REP-TOTAL.
           05 RTT-ETIQUETA PIC X(30).
           05 RTT-CANTIDAD PIC Z(5)9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- REGISTRO APPCC -----------------------------
      * Registro mensual de control de recepcion para la inspeccion
      * sanitaria: cada linea de frio o con el envase danado que
      * anoto ALTA-RECEPCION, con su temperatura y resultado, y las
      * liberaciones y desechos de cuarentena de GESTION-CUARENTENA.
      * El detalle va a REPORTE-APPCC-RECEPCION.txt.
       INICIO.
           MOVE ZEROES TO WS-LINEAS
           MOVE ZEROES TO TOTAL-ACEPTADAS
           MOVE ZEROES TO TOTAL-CUARENTENA
           MOVE ZEROES TO TOTAL-RECHAZADAS
           MOVE ZEROES TO TOTAL-LIBERADAS
           MOVE ZEROES TO TOTAL-DESECHADAS
           MOVE "N" TO WS-EOF

           MOVE ZEROES TO WS-MES
           PERFORM UNTIL WS-MES > 0
               DISPLAY "Mes del registro (AAAAMM): "
               ACCEPT WS-MES
           END-PERFORM

           OPEN INPUT APPCC-RECEPCION
           IF WS-APPCC-STATUS NOT = "00"
               DISPLAY "NO HAY REGISTRO APPCC DE RECEPCIONES."
               GOBACK
           END-IF
           OPEN OUTPUT REPORTE-TXT
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "No se pudo crear REPORTE-APPCC-RECEPCION.txt."
                   " Estado: " WS-REPORTE-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "REPORTE-APPCC-RECEPCION.txt" TO WS-INC-ARCHIVO
               MOVE WS-REPORTE-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE APPCC-RECEPCION
               GOBACK
           END-IF
           OPEN INPUT PRODUCTO

           MOVE WS-MES TO RT-MES
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA

           PERFORM UNTIL WS-EOF = "S"
               READ APPCC-RECEPCION
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF APR-FECHA(1:6) = WS-MES
                           PERFORM ESCRIBIR-LINEA-APPCC
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "LINEAS REGISTRADAS" TO RTT-ETIQUETA
           MOVE WS-LINEAS TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  ACEPTADAS" TO RTT-ETIQUETA
           MOVE TOTAL-ACEPTADAS TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  EN CUARENTENA" TO RTT-ETIQUETA
           MOVE TOTAL-CUARENTENA TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  RECHAZADAS" TO RTT-ETIQUETA
           MOVE TOTAL-RECHAZADAS TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  LIBERADAS DE CUARENTENA" TO RTT-ETIQUETA
           MOVE TOTAL-LIBERADAS TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  DESECHADAS DE CUARENTENA" TO RTT-ETIQUETA
           MOVE TOTAL-DESECHADAS TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL

           CLOSE APPCC-RECEPCION
           CLOSE REPORTE-TXT
           IF WS-PRODUCTO-STATUS = "00"
               CLOSE PRODUCTO
           END-IF

           IF WS-LINEAS = 0
               DISPLAY "SIN CONTROLES APPCC EN EL MES " WS-MES "."
           ELSE
               DISPLAY "LINEAS: " WS-LINEAS "  RECHAZADAS: "
                   TOTAL-RECHAZADAS "  CUARENTENA: " TOTAL-CUARENTENA
           END-IF
           DISPLAY "Registro APPCC en REPORTE-APPCC-RECEPCION.txt"
           GOBACK.

       ESCRIBIR-LINEA-APPCC.
           ADD 1 TO WS-LINEAS
           MOVE APR-FECHA TO RD-FECHA
           MOVE APR-HORA TO RD-HORA
           MOVE APR-PROVEEDOR-ID TO RD-PROVEEDOR
           MOVE APR-PEDIDO-NUMERO TO RD-PEDIDO
           MOVE APR-PRODUCTO-ID TO RD-PRODUCTO
           PERFORM BUSCAR-DESCRIPCION
           MOVE APR-CLASE-TEMP TO RD-CLASE
           MOVE APR-TEMPERATURA TO RD-TEMPERATURA
           MOVE APR-ENVASE TO RD-ENVASE
           MOVE APR-UNIDADES TO RD-UNIDADES
           MOVE APR-LOTE TO RD-LOTE
           MOVE APR-OPERADOR TO RD-OPERADOR
           EVALUATE TRUE
               WHEN APR-ACEPTADA
                   MOVE "ACEPTADA" TO RD-RESULTADO
                   ADD 1 TO TOTAL-ACEPTADAS
               WHEN APR-CUARENTENA
                   MOVE "CUARENTENA" TO RD-RESULTADO
                   ADD 1 TO TOTAL-CUARENTENA
               WHEN APR-RECHAZADA
                   MOVE "RECHAZADA" TO RD-RESULTADO
                   ADD 1 TO TOTAL-RECHAZADAS
               WHEN APR-LIBERADA
                   MOVE "LIBERADA" TO RD-RESULTADO
                   ADD 1 TO TOTAL-LIBERADAS
               WHEN APR-DESECHADA
                   MOVE "DESECHADA" TO RD-RESULTADO
                   ADD 1 TO TOTAL-DESECHADAS
               WHEN OTHER
                   MOVE APR-RESULTADO TO RD-RESULTADO
           END-EVALUATE
      *> Liberacion y desecho no miden temperatura: la columna queda
      *> en blanco para no leerse como 0.0 C.
           MOVE REP-DETALLE TO REP-LINEA
           IF APR-LIBERADA OR APR-DESECHADA OR APR-CLASE-TEMP = SPACE
              OR APR-CLASE-TEMP = "A"
               MOVE SPACES TO REP-LINEA(61:7)
           END-IF
           WRITE REP-LINEA.

       BUSCAR-DESCRIPCION.
           MOVE SPACES TO RD-DESCRIP
           IF WS-PRODUCTO-STATUS = "00"
               MOVE APR-PRODUCTO-ID TO PRODUCTO-ID
               READ PRODUCTO
                   INVALID KEY
                       MOVE "(DESCONOCIDO)" TO RD-DESCRIP
                   NOT INVALID KEY
                       MOVE PRODUCTO-DESCRIP TO RD-DESCRIP
               END-READ
           END-IF.

       ESCRIBIR-TOTAL.
           MOVE REP-TOTAL TO REP-LINEA
           WRITE REP-LINEA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-APPCC" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-APPCC.
