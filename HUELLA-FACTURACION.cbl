       IDENTIFICATION DIVISION.
       PROGRAM-ID. HUELLA-FACTURACION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------- CADENA DE LA HUELLA -----------------------
      * Campos del registro de alta en el orden y formato que fija la
      * Agencia Tributaria: NIF, serie y numero, fecha DD-MM-AAAA,
      * tipo, cuota, importe, huella anterior y fecha-hora-huso de
      * generacion, separados por & y con los importes sin ceros ni
      * blancos a la izquierda.
       01 HF-CADENA PIC X(440).
       01 HF-LONGITUD PIC 9(4).
       01 HF-PUNTERO PIC 9(4).
       01 HF-FECHA-DMA.
           05 HF-DMA-DIA PIC 99.
           05 FILLER PIC X VALUE "-".
           05 HF-DMA-MES PIC 99.
           05 FILLER PIC X VALUE "-".
           05 HF-DMA-ANIO PIC 9(4).
       01 HF-IMPORTE-EDIT PIC -(7)9.99.
       01 HF-BLANCOS PIC 99.
       01 HF-CUOTA-TXT PIC X(12).
       01 HF-IMPORTE-TXT PIC X(12).

       LINKAGE SECTION.
           COPY REGFACT.
       01 LK-HUELLA PIC X(64).

       PROCEDURE DIVISION USING REGISTRO-FACTURACION-REG, LK-HUELLA.
      *----------------------- HUELLA DEL REGISTRO ------------------------
      * Calcula la huella SHA-256 de un registro de alta a partir de
      * sus campos y de la huella del registro anterior. La usan el
      * alta (REGISTRAR-FACTURACION) y la verificacion de la cadena,
      * de modo que las dos calculan exactamente la misma cadena.
       INICIO.
           PERFORM ARMAR-CADENA
           CALL "RESUMEN-SHA256" USING HF-CADENA, HF-LONGITUD,
               LK-HUELLA
           GOBACK.

       ARMAR-CADENA.
           MOVE RF-FECHA-EXPEDICION(1:4) TO HF-DMA-ANIO
           MOVE RF-FECHA-EXPEDICION(5:2) TO HF-DMA-MES
           MOVE RF-FECHA-EXPEDICION(7:2) TO HF-DMA-DIA
           MOVE RF-CUOTA-TOTAL TO HF-IMPORTE-EDIT
           PERFORM QUITAR-BLANCOS-IMPORTE
           MOVE HF-IMPORTE-EDIT(HF-BLANCOS + 1:) TO HF-CUOTA-TXT
           MOVE RF-IMPORTE-TOTAL TO HF-IMPORTE-EDIT
           PERFORM QUITAR-BLANCOS-IMPORTE
           MOVE HF-IMPORTE-EDIT(HF-BLANCOS + 1:) TO HF-IMPORTE-TXT
           MOVE SPACES TO HF-CADENA
           MOVE 1 TO HF-PUNTERO
           STRING "IDEmisorFactura=" DELIMITED BY SIZE
                  RF-NIF-EMISOR DELIMITED BY SPACE
                  "&NumSerieFactura=" DELIMITED BY SIZE
                  RF-NUM-SERIE DELIMITED BY SPACE
                  "&FechaExpedicionFactura=" DELIMITED BY SIZE
                  HF-FECHA-DMA DELIMITED BY SIZE
                  "&TipoFactura=" DELIMITED BY SIZE
                  RF-TIPO-FACTURA DELIMITED BY SPACE
                  "&CuotaTotal=" DELIMITED BY SIZE
                  HF-CUOTA-TXT DELIMITED BY SPACE
                  "&ImporteTotal=" DELIMITED BY SIZE
                  HF-IMPORTE-TXT DELIMITED BY SPACE
                  "&Huella=" DELIMITED BY SIZE
                  RF-HUELLA-ANTERIOR DELIMITED BY SPACE
                  "&FechaHoraHusoGenRegistro=" DELIMITED BY SIZE
                  RF-FECHA-HORA-GEN DELIMITED BY SPACE
               INTO HF-CADENA WITH POINTER HF-PUNTERO
           END-STRING
           COMPUTE HF-LONGITUD = HF-PUNTERO - 1.

       QUITAR-BLANCOS-IMPORTE.
           MOVE 0 TO HF-BLANCOS
           INSPECT HF-IMPORTE-EDIT TALLYING HF-BLANCOS
               FOR LEADING SPACES.

       END PROGRAM HUELLA-FACTURACION.
