       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITIR-RECTIFICATIVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURAS
               ASSIGN TO "FACTURAS-EMITIDAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FACTURAS-STATUS.

           SELECT RECTIFICATIVAS
               ASSIGN TO "RECTIFICATIVAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-RECT-STATUS.

      *> Contador propio de la serie R: como el de facturas, guarda
      *> el ultimo numero emitido y nunca se reinicia.
           SELECT RECTIFICATIVA-CONTADOR
               ASSIGN TO "RECTIFICATIVA-CONTADOR.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTADOR-STATUS.

           SELECT RECTIFICATIVA-TXT
               ASSIGN TO DYNAMIC WS-NOMBRE-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FACTURAS.
           COPY FACTEMIT.

       FD RECTIFICATIVAS.
           COPY FACTRECT.

       FD RECTIFICATIVA-CONTADOR.
       01 CONTADOR-REGISTRO.
           05 CONTADOR-ULTIMA-RECTIFICATIVA PIC 9(6).

       FD RECTIFICATIVA-TXT.
       01 REC-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FACTURAS-STATUS PIC XX.
       01 WS-RECT-STATUS PIC XX.
       01 WS-CONTADOR-STATUS PIC XX.
       01 WS-TXT-STATUS PIC XX.
       01 WS-NOMBRE-TXT PIC X(30).
       01 WS-EOF PIC X VALUE "N".
       01 WS-NUMERO-NUEVO PIC 9(6).
      * Factura original: la simplificada del ticket o, si el ticket
      * entro en una consolidada, la de su cliente del mes del
      * ticket (o la primera posterior, si se facturo por albaranes
      * en otro mes).
       01 WS-FACTURA-ORIGEN PIC 9(6) VALUE ZEROES.
       01 WS-FACTURA-POSTERIOR PIC 9(6) VALUE ZEROES.
       01 WS-FECHA-POSTERIOR PIC 9(8) VALUE ZEROES.
       01 WS-BASE PIC 9(7)V99.
       01 WS-CUOTA PIC 9(7)V99.
      * Registro de facturacion (VERI*FACTU): la rectificativa entra
      * en la cadena como R1, con sus importes en negativo.
       01 WS-VF-OPERACION PIC X VALUE "A".
       01 WS-VF-SERIE PIC X VALUE "R".
       01 WS-VF-TIPO PIC XX VALUE "R1".
       01 WS-VF-QR PIC X(200).

       01 TIENDA-NOMBRE PIC X(40) VALUE
           "ULTRAMARINOS LA ESQUINA S.L.".
       01 TIENDA-NIF PIC X(20) VALUE "NIF: B-00000000".
       01 TIENDA-TELEFONO PIC X(20) VALUE "TEL: 955 000 000".
       01 TIENDA-DIRECCION PIC X(40) VALUE "C/ MAYOR, 1".
       01 TIENDA-POBLACION PIC X(40) VALUE "41001 SEVILLA".
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.

       01 REC-CABECERA.
           05 FILLER PIC X(29) VALUE "FACTURA RECTIFICATIVA NO. R-".
           05 RC-NUMERO PIC 9(6).
           05 FILLER PIC X(10) VALUE "  FECHA: ".
           05 RC-FECHA PIC 9(8).
       01 REC-ORIGEN-LINEA.
           05 FILLER PIC X(29) VALUE "RECTIFICA LA FACTURA NO.....:".
           05 FILLER PIC X VALUE SPACE.
           05 RC-ORIGEN PIC 9(6).
           05 FILLER PIC X(6) VALUE " DEL: ".
           05 RC-FECHA-ORIGEN PIC 9(8).
       01 REC-CLIENTE-LINEA.
           05 FILLER PIC X(9) VALUE "CLIENTE: ".
           05 RC-NOMBRE PIC X(40).
       01 REC-NIF-LINEA.
           05 FILLER PIC X(9) VALUE "NIF....: ".
           05 RC-NIF PIC X(9).
       01 REC-MOTIVO-LINEA.
           05 FILLER PIC X(9) VALUE "MOTIVO.: ".
           05 RC-MOTIVO PIC X(40).
       01 REC-TICKET-LINEA.
           05 FILLER PIC X(25) VALUE "TICKET DE ORIGEN.......: ".
           05 RC-TICKET PIC 9(6).
       01 REC-TOTALES.
           05 RT-ETIQUETA PIC X(30).
           05 RT-IMPORTE PIC -Z(6)9.99.
       01 REC-VERIFACTU PIC X(80) VALUE
           "VERI*FACTU - FACTURA VERIFICABLE EN LA SEDE DE LA AEAT".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * Ticket rectificado, su fecha y su cliente (para localizar la
      * factura consolidada que lo incluyo).
       01 LK-TICKET-NUMERO PIC 9(6).
       01 LK-TICKET-FECHA PIC 9(8).
       01 LK-CLIENTE-ID PIC 9(6).
      * D = devolucion (referencia: DEVOLUCION-ID), A = anulacion
      * (referencia: el ticket).
       01 LK-MOTIVO PIC X.
       01 LK-REFERENCIA PIC 9(6).
       01 LK-CONCEPTO PIC X(40).
      * Importe rectificado, IVA incluido, en positivo. Con tipo de
      * IVA (4, 10, 21) la base se deshace con ese tipo; con 0 se
      * reparte en la misma proporcion base/cuota que la factura
      * original.
       01 LK-IMPORTE PIC 9(7)V99.
       01 LK-TASA PIC 9(2).
      * Numero de la rectificativa emitida; 0 si no se emitio.
       01 LK-RECTIFICATIVA PIC 9(6).

       PROCEDURE DIVISION USING LK-TICKET-NUMERO, LK-TICKET-FECHA,
           LK-CLIENTE-ID, LK-MOTIVO, LK-REFERENCIA, LK-CONCEPTO,
           LK-IMPORTE, LK-TASA, LK-RECTIFICATIVA.
      *----------------------- FACTURA RECTIFICATIVA ----------------------
      * Una devolucion o una anulacion sobre un ticket ya facturado
      * no puede dejar la factura en pie: se emite una rectificativa
      * de la serie R que referencia la factura original, con
      * importes en negativo, y su documento RECTIFICATIVA-nnnnnn.txt.
      * La llaman ALTA-DEVOLUCION y ANULAR-TICKET.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           MOVE ZEROES TO LK-RECTIFICATIVA
           OPEN INPUT FACTURAS
           IF WS-FACTURAS-STATUS NOT = "00"
               DISPLAY "AVISO: SIN ARCHIVO DE FACTURAS EMITIDAS, NO SE "
                   "EMITE RECTIFICATIVA DEL TICKET " LK-TICKET-NUMERO
               GOBACK
           END-IF
           PERFORM BUSCAR-FACTURA-ORIGEN
           IF WS-FACTURA-ORIGEN = 0
               DISPLAY "AVISO: NO SE ENCONTRO LA FACTURA DEL TICKET "
                   LK-TICKET-NUMERO ": RECTIFIQUE A MANO."
               CLOSE FACTURAS
               GOBACK
           END-IF
           MOVE WS-FACTURA-ORIGEN TO FE-NUMERO
           READ FACTURAS
               INVALID KEY
                   MOVE ZEROES TO WS-FACTURA-ORIGEN
           END-READ
           IF WS-FACTURA-ORIGEN > 0
               OPEN I-O RECTIFICATIVAS
               IF WS-RECT-STATUS = "35"
                   OPEN OUTPUT RECTIFICATIVAS
                   CLOSE RECTIFICATIVAS
                   OPEN I-O RECTIFICATIVAS
               END-IF
               PERFORM GRABAR-RECTIFICATIVA
               CLOSE RECTIFICATIVAS
           END-IF
           CLOSE FACTURAS
           GOBACK.

       BUSCAR-FACTURA-ORIGEN.
           MOVE ZEROES TO WS-FACTURA-ORIGEN
           MOVE ZEROES TO WS-FACTURA-POSTERIOR
           MOVE ZEROES TO WS-FECHA-POSTERIOR
           MOVE "N" TO WS-EOF
           MOVE 0 TO FE-NUMERO
           START FACTURAS KEY IS NOT LESS FE-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ FACTURAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM COMPROBAR-FACTURA-ORIGEN
               END-READ
           END-PERFORM
           IF WS-FACTURA-ORIGEN = 0
               MOVE WS-FACTURA-POSTERIOR TO WS-FACTURA-ORIGEN
           END-IF.

       COMPROBAR-FACTURA-ORIGEN.
           EVALUATE TRUE
               WHEN FE-SIMPLIFICADA AND
                    FE-TICKET-NUMERO = LK-TICKET-NUMERO
                   MOVE FE-NUMERO TO WS-FACTURA-ORIGEN
                   MOVE "S" TO WS-EOF
               WHEN FE-CONSOLIDADA AND LK-CLIENTE-ID > 0 AND
                    FE-CLIENTE-ID = LK-CLIENTE-ID
                   IF FE-MES = LK-TICKET-FECHA(1:6)
                       MOVE FE-NUMERO TO WS-FACTURA-ORIGEN
                       MOVE "S" TO WS-EOF
                   ELSE
                       IF FE-FECHA >= LK-TICKET-FECHA AND
                          (WS-FACTURA-POSTERIOR = 0 OR
                           FE-FECHA < WS-FECHA-POSTERIOR)
                           MOVE FE-NUMERO TO WS-FACTURA-POSTERIOR
                           MOVE FE-FECHA TO WS-FECHA-POSTERIOR
                       END-IF
                   END-IF
           END-EVALUATE.

       GRABAR-RECTIFICATIVA.
           IF LK-TASA > 0
               COMPUTE WS-BASE ROUNDED =
                   LK-IMPORTE / (1 + LK-TASA / 100)
           ELSE
               IF FE-TOTAL > 0
                   COMPUTE WS-BASE ROUNDED =
                       LK-IMPORTE * FE-BASE / FE-TOTAL
               ELSE
                   COMPUTE WS-BASE ROUNDED =
                       LK-IMPORTE / (1 + PA-IVA-GENERAL / 100)
               END-IF
           END-IF
           COMPUTE WS-CUOTA = LK-IMPORTE - WS-BASE

           PERFORM TOMAR-NUMERO-RECTIFICATIVA
           MOVE WS-NUMERO-NUEVO TO FR-NUMERO
           MOVE FUNCTION CURRENT-DATE(1:8) TO FR-FECHA
           MOVE FE-NUMERO TO FR-FACTURA-ORIGEN
           MOVE FE-FECHA TO FR-FECHA-ORIGEN
           MOVE LK-MOTIVO TO FR-MOTIVO
           MOVE LK-REFERENCIA TO FR-REFERENCIA
           MOVE LK-TICKET-NUMERO TO FR-TICKET-NUMERO
           MOVE LK-CONCEPTO TO FR-CONCEPTO
           MOVE FE-CLIENTE-ID TO FR-CLIENTE-ID
           MOVE FE-CLIENTE-NOMBRE TO FR-CLIENTE-NOMBRE
           MOVE FE-CLIENTE-NIF TO FR-CLIENTE-NIF
           COMPUTE FR-BASE = 0 - WS-BASE
           COMPUTE FR-CUOTA-IVA = 0 - WS-CUOTA
           COMPUTE FR-TOTAL = 0 - LK-IMPORTE
           WRITE RECTIFICATIVA-REGISTRO INVALID KEY
               DISPLAY "Error al grabar la rectificativa. Estado: "
                   WS-RECT-STATUS
               MOVE "GRABAR-RECTIFICATIVA" TO WS-INC-PARRAFO
               MOVE "RECTIFICATIVAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-RECT-STATUS TO WS-INC-ESTADO
               MOVE FR-NUMERO TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-RECT-STATUS = "00"
               MOVE FR-NUMERO TO LK-RECTIFICATIVA
               DISPLAY "FACTURA RECTIFICATIVA R-" FR-NUMERO
                   " EMITIDA SOBRE LA FACTURA " FR-FACTURA-ORIGEN "."
               CALL "REGISTRAR-FACTURACION" USING WS-VF-OPERACION,
                   WS-VF-SERIE, FR-NUMERO, FR-FECHA, WS-VF-TIPO,
                   FR-CUOTA-IVA, FR-TOTAL, WS-VF-QR
               PERFORM GENERAR-DOCUMENTO-RECTIFICATIVA
           END-IF.

      *> Mismo esquema que el contador de facturas: se lee y se
      *> reescribe en el acto; sin archivo la serie arranca en 1.
       TOMAR-NUMERO-RECTIFICATIVA.
           MOVE ZEROES TO CONTADOR-ULTIMA-RECTIFICATIVA
           OPEN INPUT RECTIFICATIVA-CONTADOR
           IF WS-CONTADOR-STATUS = "00"
               READ RECTIFICATIVA-CONTADOR
                   AT END
                       MOVE ZEROES TO CONTADOR-ULTIMA-RECTIFICATIVA
               END-READ
               CLOSE RECTIFICATIVA-CONTADOR
           END-IF
           COMPUTE WS-NUMERO-NUEVO = CONTADOR-ULTIMA-RECTIFICATIVA + 1
           MOVE WS-NUMERO-NUEVO TO CONTADOR-ULTIMA-RECTIFICATIVA
           OPEN OUTPUT RECTIFICATIVA-CONTADOR
           WRITE CONTADOR-REGISTRO
           CLOSE RECTIFICATIVA-CONTADOR.

      *----------------------- DOCUMENTO ----------------------------------
       GENERAR-DOCUMENTO-RECTIFICATIVA.
           MOVE SPACES TO WS-NOMBRE-TXT
           STRING "RECTIFICATIVA-" FR-NUMERO ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-TXT
           OPEN OUTPUT RECTIFICATIVA-TXT

           MOVE TIENDA-NOMBRE TO REC-LINEA
           WRITE REC-LINEA
           MOVE TIENDA-DIRECCION TO REC-LINEA
           WRITE REC-LINEA
           MOVE TIENDA-POBLACION TO REC-LINEA
           WRITE REC-LINEA
           MOVE TIENDA-NIF TO REC-LINEA
           WRITE REC-LINEA
           MOVE TIENDA-TELEFONO TO REC-LINEA
           WRITE REC-LINEA
           MOVE SPACES TO REC-LINEA
           WRITE REC-LINEA

           MOVE FR-NUMERO TO RC-NUMERO
           MOVE FR-FECHA TO RC-FECHA
           MOVE REC-CABECERA TO REC-LINEA
           WRITE REC-LINEA
           MOVE FR-FACTURA-ORIGEN TO RC-ORIGEN
           MOVE FR-FECHA-ORIGEN TO RC-FECHA-ORIGEN
           MOVE REC-ORIGEN-LINEA TO REC-LINEA
           WRITE REC-LINEA
           MOVE FR-CLIENTE-NOMBRE TO RC-NOMBRE
           MOVE REC-CLIENTE-LINEA TO REC-LINEA
           WRITE REC-LINEA
           MOVE FR-CLIENTE-NIF TO RC-NIF
           MOVE REC-NIF-LINEA TO REC-LINEA
           WRITE REC-LINEA
           MOVE FR-TICKET-NUMERO TO RC-TICKET
           MOVE REC-TICKET-LINEA TO REC-LINEA
           WRITE REC-LINEA
           MOVE FR-CONCEPTO TO RC-MOTIVO
           MOVE REC-MOTIVO-LINEA TO REC-LINEA
           WRITE REC-LINEA

           MOVE SPACES TO REC-LINEA
           WRITE REC-LINEA
           MOVE "BASE IMPONIBLE............:" TO RT-ETIQUETA
           MOVE FR-BASE TO RT-IMPORTE
           MOVE REC-TOTALES TO REC-LINEA
           WRITE REC-LINEA
           MOVE "CUOTA IVA.................:" TO RT-ETIQUETA
           MOVE FR-CUOTA-IVA TO RT-IMPORTE
           MOVE REC-TOTALES TO REC-LINEA
           WRITE REC-LINEA
           MOVE "TOTAL RECTIFICADO EUR.....:" TO RT-ETIQUETA
           MOVE FR-TOTAL TO RT-IMPORTE
           MOVE REC-TOTALES TO REC-LINEA
           WRITE REC-LINEA

           MOVE SPACES TO REC-LINEA
           WRITE REC-LINEA
           MOVE "QR:" TO REC-LINEA
           WRITE REC-LINEA
           MOVE WS-VF-QR(1:80) TO REC-LINEA
           WRITE REC-LINEA
           IF WS-VF-QR(81:80) NOT = SPACES
               MOVE WS-VF-QR(81:80) TO REC-LINEA
               WRITE REC-LINEA
           END-IF
           MOVE REC-VERIFACTU TO REC-LINEA
           WRITE REC-LINEA

           CLOSE RECTIFICATIVA-TXT
           DISPLAY "Documento generado: " WS-NOMBRE-TXT.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NOMBRE TO TIENDA-NOMBRE
           MOVE SPACES TO TIENDA-NIF
           STRING "NIF: " PA-TIENDA-NIF DELIMITED BY SIZE
               INTO TIENDA-NIF
           MOVE SPACES TO TIENDA-TELEFONO
           STRING "TEL: " PA-TIENDA-TELEFONO(1:3) " "
               PA-TIENDA-TELEFONO(4:3) " " PA-TIENDA-TELEFONO(7:3)
               DELIMITED BY SIZE INTO TIENDA-TELEFONO
           MOVE PA-TIENDA-DIRECCION TO TIENDA-DIRECCION
           MOVE PA-TIENDA-POBLACION TO TIENDA-POBLACION.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "EMITIR-RECTIFICATIVA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM EMITIR-RECTIFICATIVA.
