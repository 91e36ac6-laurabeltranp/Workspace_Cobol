       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-FACTURACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-FACTURACION
               ASSIGN TO "REGISTRO-FACTURACION.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-SECUENCIA
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-REGISTRO-STATUS.

      *> Ultima secuencia y huella grabadas: evita recorrer el
      *> registro entero en cada ticket. Es solo un atajo; la cadena
      *> manda y se sigue hasta su final real antes de grabar.
           SELECT REGISTRO-ULTIMO
               ASSIGN TO "REGISTRO-FACTURACION-ULTIMO.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ULTIMO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTRO-FACTURACION.
           COPY REGFACT.

       FD REGISTRO-ULTIMO.
       01 ULTIMO-REGISTRO.
           05 ULTIMO-SECUENCIA PIC 9(8).
           05 ULTIMO-HUELLA PIC X(64).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRO-STATUS PIC XX.
       01 WS-ULTIMO-STATUS PIC XX.
       01 WS-SECUENCIA PIC 9(8).
       01 WS-HUELLA-ANTERIOR PIC X(64).
       01 WS-HUELLA PIC X(64).
       01 WS-FIN-CADENA PIC X VALUE "N".
       01 WS-GRABADO PIC X VALUE "N".
       01 WS-FECHA-HORA PIC X(21).
       01 WS-NUM-SERIE PIC X(20).
       01 WS-FECHA-DMA.
           05 WS-DMA-DIA PIC 99.
           05 FILLER PIC X VALUE "-".
           05 WS-DMA-MES PIC 99.
           05 FILLER PIC X VALUE "-".
           05 WS-DMA-ANIO PIC 9(4).
       01 WS-IMPORTE-EDIT PIC -(7)9.99.
       01 WS-BLANCOS PIC 99.

      *----------------------- DATOS DEL EMISOR ---------------------------
       01 TIENDA-NIF-FISCAL PIC X(9) VALUE "B00000000".
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.
       01 VERIFACTU-URL-SERVIDOR PIC X(40) VALUE
           "https://www2.agenciatributaria.gob.es".
       01 VERIFACTU-URL-RUTA PIC X(30) VALUE
           "/wlpl/TIKE-CONT/ValidarQR?".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * A = alta en el registro (y QR); Q = solo el QR, para las
      * reimpresiones de una factura ya registrada.
       01 LK-OPERACION PIC X.
      * T ticket (simplificada), F factura, R rectificativa.
       01 LK-SERIE PIC X.
       01 LK-NUMERO PIC 9(6).
       01 LK-FECHA PIC 9(8).
      * F1, F2, F3 o R1 (ver REGFACT.cpy).
       01 LK-TIPO-FACTURA PIC XX.
      * Cuota de IVA e importe total; en la rectificativa, negativos.
       01 LK-CUOTA PIC S9(7)V99.
       01 LK-IMPORTE PIC S9(7)V99.
      * Contenido del QR de cotejo que va impreso en el documento.
       01 LK-QR PIC X(200).

       PROCEDURE DIVISION USING LK-OPERACION, LK-SERIE, LK-NUMERO,
           LK-FECHA, LK-TIPO-FACTURA, LK-CUOTA, LK-IMPORTE, LK-QR.
      *----------------------- REGISTRO DE FACTURACION --------------------
      * Da de alta la factura expedida en REGISTRO-FACTURACION.dat,
      * encadenada con la huella del ultimo registro, y devuelve el
      * QR de cotejo (NIF, serie-numero, fecha e importe) para el
      * documento impreso. Dos cajas pueden registrar a la vez: si la
      * secuencia ya la tomo la otra, se sigue la cadena hasta su
      * final y se vuelve a encadenar.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           MOVE SPACES TO WS-NUM-SERIE
           STRING LK-SERIE "-" LK-NUMERO
               DELIMITED BY SIZE INTO WS-NUM-SERIE
           PERFORM ARMAR-QR
           IF LK-OPERACION = "A"
               PERFORM DAR-DE-ALTA
           END-IF
           GOBACK.

       ARMAR-QR.
           MOVE LK-FECHA(1:4) TO WS-DMA-ANIO
           MOVE LK-FECHA(5:2) TO WS-DMA-MES
           MOVE LK-FECHA(7:2) TO WS-DMA-DIA
           MOVE LK-IMPORTE TO WS-IMPORTE-EDIT
           MOVE 0 TO WS-BLANCOS
           INSPECT WS-IMPORTE-EDIT TALLYING WS-BLANCOS
               FOR LEADING SPACES
           MOVE SPACES TO LK-QR
           STRING VERIFACTU-URL-SERVIDOR DELIMITED BY SPACE
                  VERIFACTU-URL-RUTA DELIMITED BY SPACE
                  "nif=" DELIMITED BY SIZE
                  TIENDA-NIF-FISCAL DELIMITED BY SIZE
                  "&numserie=" DELIMITED BY SIZE
                  WS-NUM-SERIE DELIMITED BY SPACE
                  "&fecha=" DELIMITED BY SIZE
                  WS-FECHA-DMA DELIMITED BY SIZE
                  "&importe=" DELIMITED BY SIZE
                  WS-IMPORTE-EDIT(WS-BLANCOS + 1:) DELIMITED BY SIZE
               INTO LK-QR
           END-STRING.

       DAR-DE-ALTA.
           OPEN I-O REGISTRO-FACTURACION
           IF WS-REGISTRO-STATUS = "35"
               OPEN OUTPUT REGISTRO-FACTURACION
               CLOSE REGISTRO-FACTURACION
               OPEN I-O REGISTRO-FACTURACION
           END-IF
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "AVISO: no se pudo abrir "
                   "REGISTRO-FACTURACION.dat. Estado: "
                   WS-REGISTRO-STATUS
               MOVE "DAR-DE-ALTA" TO WS-INC-PARRAFO
               MOVE "REGISTRO-FACTURACION.dat" TO WS-INC-ARCHIVO
               MOVE WS-REGISTRO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
               DISPLAY "LA FACTURA " WS-NUM-SERIE
                   " QUEDA SIN REGISTRAR: AVISE AL ENCARGADO."
           ELSE
               PERFORM LEER-ULTIMO
               MOVE "N" TO WS-GRABADO
               PERFORM UNTIL WS-GRABADO = "S"
                   PERFORM SEGUIR-CADENA
                   PERFORM GRABAR-ALTA
               END-PERFORM
               CLOSE REGISTRO-FACTURACION
               PERFORM GUARDAR-ULTIMO
           END-IF.

       LEER-ULTIMO.
           MOVE ZEROES TO WS-SECUENCIA
           MOVE SPACES TO WS-HUELLA-ANTERIOR
           OPEN INPUT REGISTRO-ULTIMO
           IF WS-ULTIMO-STATUS = "00"
               READ REGISTRO-ULTIMO
                   NOT AT END
                       MOVE ULTIMO-SECUENCIA TO WS-SECUENCIA
                       MOVE ULTIMO-HUELLA TO WS-HUELLA-ANTERIOR
               END-READ
               CLOSE REGISTRO-ULTIMO
           END-IF.

      *> Si detras de la ultima secuencia conocida ya hay registros
      *> (de la otra caja), la huella a encadenar es la del ultimo.
       SEGUIR-CADENA.
           MOVE "N" TO WS-FIN-CADENA
           PERFORM UNTIL WS-FIN-CADENA = "S"
               COMPUTE RF-SECUENCIA = WS-SECUENCIA + 1
               READ REGISTRO-FACTURACION
                   INVALID KEY
                       MOVE "S" TO WS-FIN-CADENA
                   NOT INVALID KEY
                       MOVE RF-SECUENCIA TO WS-SECUENCIA
                       MOVE RF-HUELLA TO WS-HUELLA-ANTERIOR
               END-READ
           END-PERFORM.

       GRABAR-ALTA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
           INITIALIZE REGISTRO-FACTURACION-REG
           COMPUTE RF-SECUENCIA = WS-SECUENCIA + 1
           MOVE "A" TO RF-TIPO-REGISTRO
           MOVE TIENDA-NIF-FISCAL TO RF-NIF-EMISOR
           MOVE LK-SERIE TO RF-SERIE
           MOVE LK-NUMERO TO RF-NUMERO
           MOVE WS-NUM-SERIE TO RF-NUM-SERIE
           MOVE LK-FECHA TO RF-FECHA-EXPEDICION
           MOVE LK-TIPO-FACTURA TO RF-TIPO-FACTURA
           MOVE LK-CUOTA TO RF-CUOTA-TOTAL
           MOVE LK-IMPORTE TO RF-IMPORTE-TOTAL
           MOVE WS-HUELLA-ANTERIOR TO RF-HUELLA-ANTERIOR
           STRING WS-FECHA-HORA(1:4) "-" WS-FECHA-HORA(5:2) "-"
                  WS-FECHA-HORA(7:2) "T" WS-FECHA-HORA(9:2) ":"
                  WS-FECHA-HORA(11:2) ":" WS-FECHA-HORA(13:2)
                  WS-FECHA-HORA(17:3) ":" WS-FECHA-HORA(20:2)
               DELIMITED BY SIZE INTO RF-FECHA-HORA-GEN
           END-STRING
           CALL "HUELLA-FACTURACION" USING REGISTRO-FACTURACION-REG,
               WS-HUELLA
           MOVE WS-HUELLA TO RF-HUELLA
           MOVE "N" TO RF-ENVIADO
           MOVE ZEROES TO RF-FECHA-ENVIO
           WRITE REGISTRO-FACTURACION-REG
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS-REGISTRO-STATUS
               WHEN "00"
                   MOVE "S" TO WS-GRABADO
                   MOVE RF-SECUENCIA TO WS-SECUENCIA
                   MOVE RF-HUELLA TO WS-HUELLA-ANTERIOR
               WHEN "22"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AVISO: error al grabar el registro de "
                       "facturacion. Estado: " WS-REGISTRO-STATUS
                   MOVE "GRABAR-ALTA" TO WS-INC-PARRAFO
                   MOVE "REGISTRO-FACTURACION.dat" TO WS-INC-ARCHIVO
                   MOVE WS-REGISTRO-STATUS TO WS-INC-ESTADO
                   MOVE RF-SECUENCIA TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
                   DISPLAY "LA FACTURA " WS-NUM-SERIE
                       " QUEDA SIN REGISTRAR: AVISE AL ENCARGADO."
                   MOVE "S" TO WS-GRABADO
           END-EVALUATE.

       GUARDAR-ULTIMO.
           MOVE WS-SECUENCIA TO ULTIMO-SECUENCIA
           MOVE WS-HUELLA-ANTERIOR TO ULTIMO-HUELLA
           OPEN OUTPUT REGISTRO-ULTIMO
           WRITE ULTIMO-REGISTRO
           CLOSE REGISTRO-ULTIMO.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NIF TO TIENDA-NIF-FISCAL.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REGISTRAR-FACTURACION" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REGISTRAR-FACTURACION.
