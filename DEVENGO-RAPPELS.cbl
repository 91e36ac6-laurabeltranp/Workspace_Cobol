       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVENGO-RAPPELS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAPPELS
               ASSIGN TO "RAPPELS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-CLAVE
               FILE STATUS IS WS-RAPPELS-STATUS.

           SELECT RECEPCIONES
               ASSIGN TO "RECEPCIONES.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECEPCION-STATUS.

           SELECT FACTURAS-PROV
               ASSIGN TO "FACTURAS-PROV-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-NUMERO-INTERNO
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT DEVOLUCIONES-PROV
               ASSIGN TO "DEVOLUCIONES-PROV-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-DEVPROV-STATUS.

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

           SELECT REPORTE-TXT
               ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RAPPELS.
           COPY RAPPEL.

       FD RECEPCIONES.
           COPY RECEPCION.

       FD FACTURAS-PROV.
           COPY FACTPROV.

       FD DEVOLUCIONES-PROV.
           COPY DEVPROV.

       FD PRODUCTO.
           COPY PRODFLT.

       FD PROVEEDOR.
           COPY PROVEEDOR.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-RAPPELS-STATUS PIC XX.
       01 WS-RECEPCION-STATUS PIC XX.
       01 WS-FACTURAS-STATUS PIC XX.
       01 WS-DEVPROV-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-PROVEEDOR-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-NOMBRE-REPORTE PIC X(40).
       01 WS-EOF PIC X VALUE "N".
       01 WS-I PIC 9(4).
       01 WS-T PIC 9.
       01 WS-FECHA-MOV PIC 9(8).
       01 WS-PROVEEDOR-MOV PIC 9(6).
       01 WS-IMPORTE-MOV PIC S9(9)V99.
       01 WS-BASE-MOV PIC X.

      *----------------------- FECHA DE CORTE -----------------------------
      * Ultimo dia del mes del devengo; cada acuerdo mide su volumen
      * desde su inicio hasta el corte o hasta su fin si es antes.
       01 WS-FECHA-CORTE PIC 9(8).
       01 WS-PRIMERO-SIGUIENTE PIC 9(8).
       01 WS-PRIMERO-SIGUIENTE-R REDEFINES WS-PRIMERO-SIGUIENTE.
           05 WS-PS-ANIO PIC 9(4).
           05 WS-PS-MES PIC 99.
           05 WS-PS-DIA PIC 99.

      *----------------------- ACUERDOS EN CURSO --------------------------
       01 WS-ACUERDOS-CANT PIC 9(4) VALUE 0.
       01 TABLA-ACUERDOS.
           05 TR-ENTRADA OCCURS 500 TIMES.
               10 TR-PROVEEDOR PIC 9(6).
               10 TR-DESDE PIC 9(8).
               10 TR-HASTA PIC 9(8).
               10 TR-BASE PIC X.
               10 TR-VOLUMEN PIC S9(9)V99.

      *----------------------- PROGRESO -----------------------------------
       01 WS-VOLUMEN PIC 9(9)V99.
       01 WS-FALTA PIC 9(9)V99.
       01 WS-SIGUIENTE-PCT PIC 9(2)V99.
       01 WS-TOTAL-DEVENGADO PIC 9(9)V99 VALUE ZEROES.
       01 WS-ACTUALIZADOS PIC 9(4) VALUE ZEROES.

       01 REP-TITULO.
           05 FILLER PIC X(36) VALUE
               "RAPPELS DE PROVEEDORES: DEVENGO AL ".
           05 RT-CORTE PIC 9(8).
       01 REP-ENCABEZADO PIC X(120) VALUE
           "PROV.  NOMBRE                 HASTA    B       VOLUMEN   %AC
      -    "T.    DEVENGADO  FALTA SIG. TRAMO  %SIG.".
       01 REP-DETALLE.
           05 RD-PROVEEDOR PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RD-NOMBRE PIC X(22).
           05 FILLER PIC X VALUE SPACE.
           05 RD-HASTA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RD-BASE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 RD-VOLUMEN PIC Z(9)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RD-PORCENTAJE PIC Z9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RD-DEVENGADO PIC Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RD-FALTA PIC Z(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-SIGUIENTE-PCT PIC Z9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RD-AVISO PIC X(20).
       01 REP-TOTAL.
           05 FILLER PIC X(30) VALUE "TOTAL RAPPELS DEVENGADOS:".
           05 RTT-DEVENGADO PIC Z(9)9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RTT-ACUERDOS PIC Z(3)9.
           05 FILLER PIC X(10) VALUE " ACUERDOS".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-MES PIC 9(6).
      * Proveedor a devengar (0 = todos los acuerdos en curso, con
      * informe de progreso RAPPELS-PROGRESO-AAAAMM.txt).
       01 LK-PROVEEDOR PIC 9(6).

       PROCEDURE DIVISION USING LK-MES, LK-PROVEEDOR.
      *----------------------- DEVENGO DE RAPPELS -------------------------
      * Mide, para cada acuerdo en curso ya empezado, el volumen de
      * compra del periodo hasta el fin del mes pedido: lo recibido
      * (RECEPCIONES al costo vigente, como CIERRE-MENSUAL) o lo
      * facturado (FP-TOTAL, sin IVA), segun el acuerdo, menos lo
      * devuelto al proveedor (DP-VALOR). Deja en el acuerdo el
      * volumen, el tramo alcanzado y el rappel devengado, y lista
      * cuanto falta para el tramo siguiente. Lo llaman
      * GESTION-RAPPELS y CIERRE-MENSUAL.
       INICIO.
           COMPUTE WS-PRIMERO-SIGUIENTE = LK-MES * 100 + 1
           ADD 1 TO WS-PS-MES
           IF WS-PS-MES > 12
               MOVE 1 TO WS-PS-MES
               ADD 1 TO WS-PS-ANIO
           END-IF
           COMPUTE WS-FECHA-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PRIMERO-SIGUIENTE) - 1)
           MOVE ZEROES TO WS-TOTAL-DEVENGADO
           MOVE ZEROES TO WS-ACTUALIZADOS

           OPEN I-O RAPPELS
           IF WS-RAPPELS-STATUS NOT = "00"
               DISPLAY "No hay acuerdos de rappel registrados."
               GOBACK
           END-IF

           PERFORM CARGAR-ACUERDOS
           IF WS-ACUERDOS-CANT = 0
               DISPLAY "Ningun acuerdo de rappel en curso al "
                   WS-FECHA-CORTE "."
               CLOSE RAPPELS
               GOBACK
           END-IF

           OPEN INPUT PRODUCTO
           PERFORM SUMAR-RECEPCIONES
           PERFORM SUMAR-FACTURAS
           PERFORM RESTAR-DEVOLUCIONES
           CLOSE PRODUCTO

           IF LK-PROVEEDOR = 0
               MOVE SPACES TO WS-NOMBRE-REPORTE
               STRING "RAPPELS-PROGRESO-" LK-MES ".txt"
                   DELIMITED BY SIZE INTO WS-NOMBRE-REPORTE
               OPEN OUTPUT REPORTE-TXT
               MOVE WS-FECHA-CORTE TO RT-CORTE
               MOVE REP-TITULO TO REP-LINEA
               WRITE REP-LINEA
               MOVE REP-ENCABEZADO TO REP-LINEA
               WRITE REP-LINEA
           END-IF

           OPEN INPUT PROVEEDOR
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACUERDOS-CANT
               PERFORM ACTUALIZAR-ACUERDO
           END-PERFORM
           CLOSE PROVEEDOR
           CLOSE RAPPELS

           MOVE WS-TOTAL-DEVENGADO TO RTT-DEVENGADO
           MOVE WS-ACTUALIZADOS TO RTT-ACUERDOS
           DISPLAY REP-TOTAL
           IF LK-PROVEEDOR = 0
               MOVE REP-TOTAL TO REP-LINEA
               WRITE REP-LINEA
               CLOSE REPORTE-TXT
               DISPLAY "Informe de progreso: " WS-NOMBRE-REPORTE
           END-IF
           GOBACK.

       CARGAR-ACUERDOS.
           MOVE 0 TO WS-ACUERDOS-CANT
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO RA-CLAVE
           START RAPPELS KEY IS GREATER THAN RA-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ RAPPELS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF RA-EN-CURSO AND
                          RA-DESDE <= WS-FECHA-CORTE AND
                          (LK-PROVEEDOR = 0 OR
                           RA-PROVEEDOR-ID = LK-PROVEEDOR)
                           PERFORM ANOTAR-ACUERDO
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-ACUERDO.
           IF WS-ACUERDOS-CANT < 500
               ADD 1 TO WS-ACUERDOS-CANT
               MOVE RA-PROVEEDOR-ID TO TR-PROVEEDOR(WS-ACUERDOS-CANT)
               MOVE RA-DESDE TO TR-DESDE(WS-ACUERDOS-CANT)
               IF RA-HASTA < WS-FECHA-CORTE
                   MOVE RA-HASTA TO TR-HASTA(WS-ACUERDOS-CANT)
               ELSE
                   MOVE WS-FECHA-CORTE TO TR-HASTA(WS-ACUERDOS-CANT)
               END-IF
               MOVE RA-BASE TO TR-BASE(WS-ACUERDOS-CANT)
               MOVE ZEROES TO TR-VOLUMEN(WS-ACUERDOS-CANT)
           ELSE
               DISPLAY "AVISO: TABLA-ACUERDOS llena (500), acuerdo "
                   RA-PROVEEDOR-ID " " RA-DESDE " sin devengar"
           END-IF.

      *----------------------- VOLUMEN DE COMPRA --------------------------
       SUMAR-RECEPCIONES.
           OPEN INPUT RECEPCIONES
           IF WS-RECEPCION-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ RECEPCIONES
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM VALORAR-RECEPCION
                   END-READ
               END-PERFORM
               CLOSE RECEPCIONES
           END-IF.

      *> Recepcion valorada al costo vigente del maestro: no guarda
      *> costo propio (mismo criterio que CIERRE-MENSUAL). La
      *> entrada en consigna no es compra y no suma volumen.
       VALORAR-RECEPCION.
           MOVE RECEPCION-FECHA TO WS-FECHA-MOV
           MOVE RECEPCION-PROVEEDOR-ID TO WS-PROVEEDOR-MOV
           MOVE RECEPCION-PRODUCTO-ID TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   MOVE ZEROES TO PRODUCTO-COSTO
           END-READ
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO PRODUCTO-COSTO
           END-IF
           COMPUTE WS-IMPORTE-MOV =
               RECEPCION-UNIDADES * PRODUCTO-COSTO
           MOVE "R" TO WS-BASE-MOV
           PERFORM IMPUTAR-MOVIMIENTO.

       SUMAR-FACTURAS.
           OPEN INPUT FACTURAS-PROV
           IF WS-FACTURAS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ FACTURAS-PROV NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE FP-FECHA TO WS-FECHA-MOV
                           MOVE FP-PROVEEDOR-ID TO WS-PROVEEDOR-MOV
                           MOVE FP-TOTAL TO WS-IMPORTE-MOV
                           MOVE "F" TO WS-BASE-MOV
                           PERFORM IMPUTAR-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE FACTURAS-PROV
           END-IF.

      *> Lo devuelto al proveedor no cuenta como compra en ninguna de
      *> las dos bases.
       RESTAR-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES-PROV
           IF WS-DEVPROV-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ DEVOLUCIONES-PROV NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE DP-FECHA TO WS-FECHA-MOV
                           MOVE DP-PROVEEDOR-ID TO WS-PROVEEDOR-MOV
                           COMPUTE WS-IMPORTE-MOV = 0 - DP-VALOR
                           MOVE SPACE TO WS-BASE-MOV
                           PERFORM IMPUTAR-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE DEVOLUCIONES-PROV
           END-IF.

      *> Suma el movimiento a cada acuerdo del proveedor cuyo periodo
      *> lo contiene y cuya base coincide (espacio = las dos bases).
       IMPUTAR-MOVIMIENTO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ACUERDOS-CANT
               IF TR-PROVEEDOR(WS-I) = WS-PROVEEDOR-MOV AND
                  WS-FECHA-MOV >= TR-DESDE(WS-I) AND
                  WS-FECHA-MOV <= TR-HASTA(WS-I) AND
                  (WS-BASE-MOV = SPACE OR
                   WS-BASE-MOV = TR-BASE(WS-I))
                   ADD WS-IMPORTE-MOV TO TR-VOLUMEN(WS-I)
               END-IF
           END-PERFORM.

      *----------------------- TRAMO Y RAPPEL -----------------------------
       ACTUALIZAR-ACUERDO.
           MOVE TR-PROVEEDOR(WS-I) TO RA-PROVEEDOR-ID
           MOVE TR-DESDE(WS-I) TO RA-DESDE
           READ RAPPELS
               INVALID KEY
                   DISPLAY "ACUERDO " TR-PROVEEDOR(WS-I) " "
                       TR-DESDE(WS-I) " NO ENCONTRADO."
               NOT INVALID KEY
                   PERFORM CALCULAR-TRAMO
                   MOVE WS-FECHA-CORTE TO RA-FECHA-DEVENGO
                   REWRITE RAPPEL-REGISTRO
                   IF WS-RAPPELS-STATUS = "00"
                       ADD 1 TO WS-ACTUALIZADOS
                       ADD RA-DEVENGADO TO WS-TOTAL-DEVENGADO
                       PERFORM ESCRIBIR-PROGRESO
                   ELSE
                       DISPLAY "Error al actualizar el acuerdo "
                           RA-CLAVE ". Estado: " WS-RAPPELS-STATUS
                       MOVE "ACTUALIZAR-ACUERDO" TO WS-INC-PARRAFO
                       MOVE "RAPPELS-INDEXADO.dat" TO WS-INC-ARCHIVO
                       MOVE WS-RAPPELS-STATUS TO WS-INC-ESTADO
                       MOVE RA-CLAVE TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   END-IF
           END-READ.

      * El porcentaje del tramo mas alto alcanzado se aplica a todo
      * el volumen; el tramo siguiente dice cuanto falta.
       CALCULAR-TRAMO.
           IF TR-VOLUMEN(WS-I) < 0
               MOVE ZEROES TO WS-VOLUMEN
           ELSE
               MOVE TR-VOLUMEN(WS-I) TO WS-VOLUMEN
           END-IF
           MOVE WS-VOLUMEN TO RA-VOLUMEN
           MOVE 0 TO RA-TRAMO-ALCANZADO
           MOVE ZEROES TO WS-FALTA
           MOVE ZEROES TO WS-SIGUIENTE-PCT
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > RA-TRAMOS
               IF WS-VOLUMEN >= RA-TRAMO-MINIMO(WS-T)
                   MOVE WS-T TO RA-TRAMO-ALCANZADO
               ELSE
                   IF WS-SIGUIENTE-PCT = 0
                       COMPUTE WS-FALTA =
                           RA-TRAMO-MINIMO(WS-T) - WS-VOLUMEN
                       MOVE RA-TRAMO-PORCENTAJE(WS-T)
                           TO WS-SIGUIENTE-PCT
                   END-IF
               END-IF
           END-PERFORM
           IF RA-TRAMO-ALCANZADO = 0
               MOVE ZEROES TO RA-DEVENGADO
           ELSE
               COMPUTE RA-DEVENGADO ROUNDED = WS-VOLUMEN *
                   RA-TRAMO-PORCENTAJE(RA-TRAMO-ALCANZADO) / 100
           END-IF.

       ESCRIBIR-PROGRESO.
           MOVE RA-PROVEEDOR-ID TO PROVEEDOR-ID
           READ PROVEEDOR
               INVALID KEY
                   MOVE "(PROVEEDOR DESCONOCIDO)" TO PROVEEDOR-NOMBRE
           END-READ
           MOVE RA-PROVEEDOR-ID TO RD-PROVEEDOR
           MOVE PROVEEDOR-NOMBRE TO RD-NOMBRE
           MOVE RA-HASTA TO RD-HASTA
           MOVE RA-BASE TO RD-BASE
           MOVE RA-VOLUMEN TO RD-VOLUMEN
           IF RA-TRAMO-ALCANZADO = 0
               MOVE ZEROES TO RD-PORCENTAJE
           ELSE
               MOVE RA-TRAMO-PORCENTAJE(RA-TRAMO-ALCANZADO)
                   TO RD-PORCENTAJE
           END-IF
           MOVE RA-DEVENGADO TO RD-DEVENGADO
           MOVE WS-FALTA TO RD-FALTA
           MOVE WS-SIGUIENTE-PCT TO RD-SIGUIENTE-PCT
           EVALUATE TRUE
               WHEN RA-HASTA <= WS-FECHA-CORTE
                   MOVE "PERIODO TERMINADO" TO RD-AVISO
               WHEN WS-SIGUIENTE-PCT = 0
                   MOVE "TRAMO MAXIMO" TO RD-AVISO
               WHEN OTHER
                   MOVE SPACES TO RD-AVISO
           END-EVALUATE
           DISPLAY REP-DETALLE
           IF LK-PROVEEDOR = 0
               MOVE REP-DETALLE TO REP-LINEA
               WRITE REP-LINEA
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "DEVENGO-RAPPELS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM DEVENGO-RAPPELS.
