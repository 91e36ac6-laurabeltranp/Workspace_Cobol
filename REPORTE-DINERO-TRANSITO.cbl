       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-DINERO-TRANSITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INGRESOS-BANCO
               ASSIGN TO "INGRESOS-BANCO-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IB-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-INGRESOS-STATUS.

           SELECT CIERRES-Z
               ASSIGN TO "CIERRES-Z.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIERRE-Z-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CIERRES-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-DINERO-TRANSITO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INGRESOS-BANCO.
           COPY INGBANCO.

       FD CIERRES-Z.
           COPY CIERREZ.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-INGRESOS-STATUS PIC XX.
       01 WS-CIERRES-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-Z-PEDIDO PIC 9(6).
       01 WS-PENDIENTE PIC 9(7)V99.
       01 WS-TOTAL-PENDIENTE PIC 9(9)V99 VALUE ZEROES.
       01 WS-Z-PENDIENTES PIC 9(4) VALUE ZEROES.
       01 WS-DIAS PIC S9(8).
       01 WS-MODO-HABILES PIC X VALUE "H".
       01 WS-I PIC 9(4).
       01 WS-K PIC 9(2).

      *----------------------- AVISO DE ANTIGUEDAD ------------------------
      * Dias habiles que puede tardar el efectivo de un Z en llegar al
      * banco; pasado ese plazo el Z sale marcado con aviso. Sale de
      * PA-DIAS-AVISO-TRANSITO; el VALUE es el de fabrica.
       01 WS-DIAS-AVISO PIC 9(2) VALUE 2.

      *----------------------- EFECTIVO DE LOS Z DE TIENDA ----------------
      * Mismo criterio que GESTION-INGRESOS-BANCO: un renglon por Z de
      * tienda con efectivo contado; los anteriores al primer Z
      * cubierto por un ingreso son de antes del registro.
       01 WS-Z-CANT PIC 9(4) VALUE 0.
       01 WS-PRIMER-Z-REGISTRO PIC 9(6) VALUE 0.
       01 TABLA-Z.
           05 TZ-ENTRADA OCCURS 3000 TIMES.
               10 TZ-NUMERO PIC 9(6).
               10 TZ-FECHA PIC 9(8).
               10 TZ-CONTADO PIC 9(7)V99.
               10 TZ-INGRESADO PIC 9(7)V99.

       01 REP-TITULO.
           05 FILLER PIC X(34) VALUE
               "DINERO EN TRANSITO (Z SIN INGRESAR".
           05 FILLER PIC X(22) VALUE " EN EL BANCO) AL DIA ".
           05 RT-FECHA PIC 9(8).
       01 REP-ENCABEZADO PIC X(100) VALUE
           "Z       FECHA        CONTADO     INGRESADO     PENDIENTE  DI
      -    "AS HAB.".
       01 REP-DETALLE.
           05 RD-NUMERO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-CONTADO PIC Z(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-INGRESADO PIC Z(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-PENDIENTE PIC Z(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-DIAS PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-AVISO PIC X(20).
       01 REP-TOTAL.
           05 FILLER PIC X(18) VALUE "TOTAL EN TRANSITO:".
           05 FILLER PIC X(20) VALUE SPACES.
           05 RTT-PENDIENTE PIC Z(9)9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RTT-Z PIC Z(3)9.
           05 FILLER PIC X(8) VALUE " Z,  ".
           05 RTT-AVISOS PIC Z(3)9.
           05 FILLER PIC X(12) VALUE " CON AVISO".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.
      * Reglas de la tienda leidas de PARAMETROS.dat al arrancar.
           COPY PARAMETRO.

       LINKAGE SECTION.
       01 LK-FECHA PIC 9(8).
      * Z con el efectivo fuera del banco mas alla del plazo.
       01 LK-AVISOS PIC 9(4).

       PROCEDURE DIVISION USING LK-FECHA, LK-AVISOS.
      *----------------------- DINERO EN TRANSITO -------------------------
      * Lista cada Z de tienda hasta la fecha cuyo efectivo contado no
      * esta cubierto por completo por ingresos en el banco vigentes:
      * lo contado, lo ingresado, lo pendiente y los dias habiles
      * transcurridos, con aviso cuando pasa del plazo. Lo llaman
      * GESTION-INGRESOS-BANCO y el batch nocturno (que lo archiva);
      * devuelve cuantos Z estan fuera de plazo.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           MOVE ZEROES TO LK-AVISOS
           MOVE ZEROES TO WS-TOTAL-PENDIENTE
           MOVE ZEROES TO WS-Z-PENDIENTES
           PERFORM CARGAR-Z-TIENDA
           PERFORM DESCONTAR-INGRESOS

           OPEN OUTPUT REPORTE-TXT
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "No se pudo crear REPORTE-DINERO-TRANSITO.txt. "
                   "Estado: " WS-REPORTE-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "REPORTE-DINERO-TRANSITO.txt" TO WS-INC-ARCHIVO
               MOVE WS-REPORTE-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           MOVE LK-FECHA TO RT-FECHA
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-Z-CANT
               IF TZ-CONTADO(WS-I) > TZ-INGRESADO(WS-I) AND
                  TZ-NUMERO(WS-I) >= WS-PRIMER-Z-REGISTRO AND
                  TZ-FECHA(WS-I) <= LK-FECHA
                   PERFORM ESCRIBIR-Z-PENDIENTE
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-PENDIENTE TO RTT-PENDIENTE
           MOVE WS-Z-PENDIENTES TO RTT-Z
           MOVE LK-AVISOS TO RTT-AVISOS
           MOVE REP-TOTAL TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-TOTAL
           CLOSE REPORTE-TXT
           GOBACK.

       CARGAR-Z-TIENDA.
           MOVE 0 TO WS-Z-CANT
           OPEN INPUT CIERRES-Z
           IF WS-CIERRES-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ CIERRES-Z NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF CIERRE-Z-DE-TIENDA AND
                              CIERRE-Z-EFECTIVO-CONTADO > 0
                               PERFORM ANOTAR-Z-TIENDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIERRES-Z
           END-IF.

       ANOTAR-Z-TIENDA.
           IF WS-Z-CANT < 3000
               ADD 1 TO WS-Z-CANT
               MOVE CIERRE-Z-NUMERO TO TZ-NUMERO(WS-Z-CANT)
               MOVE CIERRE-Z-FECHA TO TZ-FECHA(WS-Z-CANT)
               MOVE CIERRE-Z-EFECTIVO-CONTADO TO TZ-CONTADO(WS-Z-CANT)
               MOVE ZEROES TO TZ-INGRESADO(WS-Z-CANT)
           ELSE
               DISPLAY "AVISO: TABLA-Z llena (3000), Z "
                   CIERRE-Z-NUMERO " excluido"
           END-IF.

       DESCONTAR-INGRESOS.
           MOVE 0 TO WS-PRIMER-Z-REGISTRO
           OPEN INPUT INGRESOS-BANCO
           IF WS-INGRESOS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ INGRESOS-BANCO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF IB-VIGENTE
                               PERFORM DESCONTAR-UN-INGRESO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INGRESOS-BANCO
           END-IF.

       DESCONTAR-UN-INGRESO.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > IB-Z-CANT
               IF WS-PRIMER-Z-REGISTRO = 0 OR
                  IB-Z-NUMERO(WS-K) < WS-PRIMER-Z-REGISTRO
                   MOVE IB-Z-NUMERO(WS-K) TO WS-PRIMER-Z-REGISTRO
               END-IF
               MOVE IB-Z-NUMERO(WS-K) TO WS-Z-PEDIDO
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-Z-CANT
                      OR TZ-NUMERO(WS-I) = WS-Z-PEDIDO
                   CONTINUE
               END-PERFORM
               IF WS-I <= WS-Z-CANT
                   ADD IB-Z-IMPORTE(WS-K) TO TZ-INGRESADO(WS-I)
               END-IF
           END-PERFORM.

       ESCRIBIR-Z-PENDIENTE.
           COMPUTE WS-PENDIENTE = TZ-CONTADO(WS-I) - TZ-INGRESADO(WS-I)
           ADD WS-PENDIENTE TO WS-TOTAL-PENDIENTE
           ADD 1 TO WS-Z-PENDIENTES
           CALL "dia-fechas" USING TZ-FECHA(WS-I), LK-FECHA,
               WS-MODO-HABILES, WS-DIAS
           IF WS-DIAS < 0
               MOVE 0 TO WS-DIAS
           END-IF
           MOVE TZ-NUMERO(WS-I) TO RD-NUMERO
           MOVE TZ-FECHA(WS-I) TO RD-FECHA
           MOVE TZ-CONTADO(WS-I) TO RD-CONTADO
           MOVE TZ-INGRESADO(WS-I) TO RD-INGRESADO
           MOVE WS-PENDIENTE TO RD-PENDIENTE
           MOVE WS-DIAS TO RD-DIAS
           IF WS-DIAS > WS-DIAS-AVISO
               ADD 1 TO LK-AVISOS
               IF TZ-INGRESADO(WS-I) = 0
                   MOVE "*** SIN INGRESAR" TO RD-AVISO
               ELSE
                   MOVE "*** INGRESO PARCIAL" TO RD-AVISO
               END-IF
           ELSE
               MOVE SPACES TO RD-AVISO
           END-IF
           MOVE REP-DETALLE TO REP-LINEA
           WRITE REP-LINEA
           DISPLAY REP-DETALLE.

      *> Reglas vigentes de la tienda (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-DIAS-AVISO-TRANSITO TO WS-DIAS-AVISO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-DINERO-TRANSITO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-DINERO-TRANSITO.
