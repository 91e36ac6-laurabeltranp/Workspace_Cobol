       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAR-VERIFACTU.

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

           SELECT ENVIO-XML
               ASSIGN TO DYNAMIC WS-NOMBRE-XML
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XML-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTRO-FACTURACION.
           COPY REGFACT.

       FD ENVIO-XML.
       01 XML-LINEA PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRO-STATUS PIC XX.
       01 WS-XML-STATUS PIC XX.
       01 WS-NOMBRE-XML PIC X(40).
       01 WS-EOF PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-EXPORTADOS PIC 9(6) VALUE ZEROES.
      * La Agencia admite hasta 1000 registros por envio: el resto
      * queda pendiente para la siguiente ejecucion.
       01 WS-MAX-ENVIO PIC 9(6) VALUE 1000.
      * Datos del registro anterior de la cadena, para el bloque de
      * encadenamiento de cada alta.
       01 WS-ANT-NUM-SERIE PIC X(20) VALUE SPACES.
       01 WS-ANT-FECHA PIC 9(8) VALUE ZEROES.
       01 WS-FECHA-DMA.
           05 WS-DMA-DIA PIC 99.
           05 FILLER PIC X VALUE "-".
           05 WS-DMA-MES PIC 99.
           05 FILLER PIC X VALUE "-".
           05 WS-DMA-ANIO PIC 9(4).
       01 WS-FECHA-AUX PIC 9(8).
       01 WS-IMPORTE-EDIT PIC -(7)9.99.
       01 WS-BLANCOS PIC 99.
       01 WS-CUOTA-TXT PIC X(12).
       01 WS-IMPORTE-TXT PIC X(12).

       01 TIENDA-NOMBRE PIC X(40) VALUE
           "ULTRAMARINOS LA ESQUINA S.L.".
       01 TIENDA-NIF-FISCAL PIC X(9) VALUE "B00000000".
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.
      * Espacios de nombres del esquema SuministroLR de la Agencia.
       01 XML-NS-SERVIDOR PIC X(60) VALUE
           "https://www2.agenciatributaria.gob.es/static_files/common/".
       01 XML-NS-RUTA PIC X(60) VALUE
           "internet/dep/aplicaciones/es/aeat/tike/cont/ws/".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- ENVIO VERI*FACTU ---------------------------
      * Vuelca a VERIFACTU-ENVIO-AAAAMMDD.xml, con el formato de
      * registro de alta de la Agencia Tributaria (RegistroAlta con
      * su encadenamiento y huella), los registros de facturacion que
      * aun no se enviaron, en orden de la cadena, y los deja
      * marcados como enviados con la fecha del envio.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           OPEN I-O REGISTRO-FACTURACION
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir REGISTRO-FACTURACION.dat. "
                   "Estado: " WS-REGISTRO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "REGISTRO-FACTURACION.dat" TO WS-INC-ARCHIVO
               MOVE WS-REGISTRO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-NOMBRE-XML
           STRING "VERIFACTU-ENVIO-" WS-HOY ".xml"
               DELIMITED BY SIZE INTO WS-NOMBRE-XML
           OPEN OUTPUT ENVIO-XML
           IF WS-XML-STATUS NOT = "00"
               DISPLAY "No se pudo crear " WS-NOMBRE-XML ". Estado: "
                   WS-XML-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-XML TO WS-INC-ARCHIVO
               MOVE WS-XML-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE REGISTRO-FACTURACION
               STOP RUN
           END-IF

           PERFORM ESCRIBIR-CABECERA-XML
           MOVE 0 TO RF-SECUENCIA
           START REGISTRO-FACTURACION KEY IS GREATER THAN RF-SECUENCIA
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ REGISTRO-FACTURACION NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF NOT RF-YA-ENVIADO AND
                          WS-EXPORTADOS < WS-MAX-ENVIO
                           PERFORM EXPORTAR-REGISTRO
                       END-IF
                       MOVE RF-NUM-SERIE TO WS-ANT-NUM-SERIE
                       MOVE RF-FECHA-EXPEDICION TO WS-ANT-FECHA
               END-READ
           END-PERFORM
           MOVE "</sum:RegFactuSistemaFacturacion>" TO XML-LINEA
           WRITE XML-LINEA

           CLOSE ENVIO-XML
           CLOSE REGISTRO-FACTURACION
           DISPLAY "REGISTROS EXPORTADOS: " WS-EXPORTADOS
           DISPLAY "Archivo generado: " WS-NOMBRE-XML
           STOP RUN.

       ESCRIBIR-CABECERA-XML.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO XML-LINEA
           WRITE XML-LINEA
           MOVE SPACES TO XML-LINEA
           STRING '<sum:RegFactuSistemaFacturacion xmlns:sum="'
                  DELIMITED BY SIZE
                  XML-NS-SERVIDOR DELIMITED BY SPACE
                  XML-NS-RUTA DELIMITED BY SPACE
                  'SuministroLR.xsd"' DELIMITED BY SIZE
               INTO XML-LINEA
           WRITE XML-LINEA
           MOVE SPACES TO XML-LINEA
           STRING '  xmlns:sum1="' DELIMITED BY SIZE
                  XML-NS-SERVIDOR DELIMITED BY SPACE
                  XML-NS-RUTA DELIMITED BY SPACE
                  'SuministroInformacion.xsd">' DELIMITED BY SIZE
               INTO XML-LINEA
           WRITE XML-LINEA
           MOVE " <sum:Cabecera>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "  <sum1:ObligadoEmision>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE SPACES TO XML-LINEA
           STRING "   <sum1:NombreRazon>" DELIMITED BY SIZE
                  TIENDA-NOMBRE DELIMITED BY "  "
                  "</sum1:NombreRazon>" DELIMITED BY SIZE
               INTO XML-LINEA
           WRITE XML-LINEA
           MOVE SPACES TO XML-LINEA
           STRING "   <sum1:NIF>" TIENDA-NIF-FISCAL "</sum1:NIF>"
               DELIMITED BY SIZE INTO XML-LINEA
           WRITE XML-LINEA
           MOVE "  </sum1:ObligadoEmision>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE " </sum:Cabecera>" TO XML-LINEA
           WRITE XML-LINEA.

      *----------------------- REGISTRO DE ALTA ---------------------------
       EXPORTAR-REGISTRO.
           MOVE " <sum:RegistroFactura>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "  <sum1:RegistroAlta>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "   <sum1:IDVersion>1.0</sum1:IDVersion>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE "   <sum1:IDFactura>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE SPACES TO XML-LINEA
           STRING "    <sum1:IDEmisorFactura>" RF-NIF-EMISOR
                  "</sum1:IDEmisorFactura>"
               DELIMITED BY SIZE INTO XML-LINEA
           WRITE XML-LINEA
           MOVE SPACES TO XML-LINEA
           STRING "    <sum1:NumSerieFactura>" DELIMITED BY SIZE
                  RF-NUM-SERIE DELIMITED BY SPACE
                  "</sum1:NumSerieFactura>" DELIMITED BY SIZE
               INTO XML-LINEA
           WRITE XML-LINEA
           MOVE RF-FECHA-EXPEDICION TO WS-FECHA-AUX
           PERFORM FORMATEAR-FECHA
           MOVE SPACES TO XML-LINEA
           STRING "    <sum1:FechaExpedicionFactura>" WS-FECHA-DMA
                  "</sum1:FechaExpedicionFactura>"
               DELIMITED BY SIZE INTO XML-LINEA
           WRITE XML-LINEA
           MOVE "   </sum1:IDFactura>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE SPACES TO XML-LINEA
           STRING "   <sum1:NombreRazonEmisor>" DELIMITED BY SIZE
                  TIENDA-NOMBRE DELIMITED BY "  "
                  "</sum1:NombreRazonEmisor>" DELIMITED BY SIZE
               INTO XML-LINEA
           WRITE XML-LINEA
           MOVE SPACES TO XML-LINEA
           STRING "   <sum1:TipoFactura>" RF-TIPO-FACTURA
                  "</sum1:TipoFactura>"
               DELIMITED BY SIZE INTO XML-LINEA
           WRITE XML-LINEA
           MOVE RF-CUOTA-TOTAL TO WS-IMPORTE-EDIT
           PERFORM QUITAR-BLANCOS-IMPORTE
           MOVE WS-IMPORTE-EDIT(WS-BLANCOS + 1:) TO WS-CUOTA-TXT
           MOVE RF-IMPORTE-TOTAL TO WS-IMPORTE-EDIT
           PERFORM QUITAR-BLANCOS-IMPORTE
           MOVE WS-IMPORTE-EDIT(WS-BLANCOS + 1:) TO WS-IMPORTE-TXT
           MOVE SPACES TO XML-LINEA
           STRING "   <sum1:CuotaTotal>" DELIMITED BY SIZE
                  WS-CUOTA-TXT DELIMITED BY SPACE
                  "</sum1:CuotaTotal>" DELIMITED BY SIZE
               INTO XML-LINEA
           WRITE XML-LINEA
           MOVE SPACES TO XML-LINEA
           STRING "   <sum1:ImporteTotal>" DELIMITED BY SIZE
                  WS-IMPORTE-TXT DELIMITED BY SPACE
                  "</sum1:ImporteTotal>" DELIMITED BY SIZE
               INTO XML-LINEA
           WRITE XML-LINEA
           PERFORM ESCRIBIR-ENCADENAMIENTO
           MOVE SPACES TO XML-LINEA
           STRING "   <sum1:FechaHoraHusoGenRegistro>"
                  RF-FECHA-HORA-GEN
                  "</sum1:FechaHoraHusoGenRegistro>"
               DELIMITED BY SIZE INTO XML-LINEA
           WRITE XML-LINEA
           MOVE "   <sum1:TipoHuella>01</sum1:TipoHuella>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE SPACES TO XML-LINEA
           STRING "   <sum1:Huella>" RF-HUELLA "</sum1:Huella>"
               DELIMITED BY SIZE INTO XML-LINEA
           WRITE XML-LINEA
           MOVE "  </sum1:RegistroAlta>" TO XML-LINEA
           WRITE XML-LINEA
           MOVE " </sum:RegistroFactura>" TO XML-LINEA
           WRITE XML-LINEA

           MOVE "S" TO RF-ENVIADO
           MOVE WS-HOY TO RF-FECHA-ENVIO
           REWRITE REGISTRO-FACTURACION-REG
           ADD 1 TO WS-EXPORTADOS.

      *> El primero de la cadena no tiene anterior; los demas llevan
      *> el NIF, serie-numero, fecha y huella del registro previo.
       ESCRIBIR-ENCADENAMIENTO.
           MOVE "   <sum1:Encadenamiento>" TO XML-LINEA
           WRITE XML-LINEA
           IF RF-HUELLA-ANTERIOR = SPACES
               MOVE "    <sum1:PrimerRegistro>S</sum1:PrimerRegistro>"
                   TO XML-LINEA
               WRITE XML-LINEA
           ELSE
               MOVE "    <sum1:RegistroAnterior>" TO XML-LINEA
               WRITE XML-LINEA
               MOVE SPACES TO XML-LINEA
               STRING "     <sum1:IDEmisorFactura>" RF-NIF-EMISOR
                      "</sum1:IDEmisorFactura>"
                   DELIMITED BY SIZE INTO XML-LINEA
               WRITE XML-LINEA
               MOVE SPACES TO XML-LINEA
               STRING "     <sum1:NumSerieFactura>" DELIMITED BY SIZE
                      WS-ANT-NUM-SERIE DELIMITED BY SPACE
                      "</sum1:NumSerieFactura>" DELIMITED BY SIZE
                   INTO XML-LINEA
               WRITE XML-LINEA
               MOVE WS-ANT-FECHA TO WS-FECHA-AUX
               PERFORM FORMATEAR-FECHA
               MOVE SPACES TO XML-LINEA
               STRING "     <sum1:FechaExpedicionFactura>"
                      WS-FECHA-DMA
                      "</sum1:FechaExpedicionFactura>"
                   DELIMITED BY SIZE INTO XML-LINEA
               WRITE XML-LINEA
               MOVE SPACES TO XML-LINEA
               STRING "     <sum1:Huella>" RF-HUELLA-ANTERIOR
                      "</sum1:Huella>"
                   DELIMITED BY SIZE INTO XML-LINEA
               WRITE XML-LINEA
               MOVE "    </sum1:RegistroAnterior>" TO XML-LINEA
               WRITE XML-LINEA
           END-IF
           MOVE "   </sum1:Encadenamiento>" TO XML-LINEA
           WRITE XML-LINEA.

       FORMATEAR-FECHA.
           MOVE WS-FECHA-AUX(1:4) TO WS-DMA-ANIO
           MOVE WS-FECHA-AUX(5:2) TO WS-DMA-MES
           MOVE WS-FECHA-AUX(7:2) TO WS-DMA-DIA.

       QUITAR-BLANCOS-IMPORTE.
           MOVE 0 TO WS-BLANCOS
           INSPECT WS-IMPORTE-EDIT TALLYING WS-BLANCOS
               FOR LEADING SPACES.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NOMBRE TO TIENDA-NOMBRE
           MOVE PA-TIENDA-NIF TO TIENDA-NIF-FISCAL.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "EXPORTAR-VERIFACTU" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM EXPORTAR-VERIFACTU.
