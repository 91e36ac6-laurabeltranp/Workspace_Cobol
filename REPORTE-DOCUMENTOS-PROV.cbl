       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-DOCUMENTOS-PROV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENTOS-PROV
               ASSIGN TO "DOCUMENTOS-PROV-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCP-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-DOCUMENTOS-STATUS.

           SELECT PROVEEDOR
               ASSIGN TO "PROVEEDOR-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROVEEDOR-ID
               FILE STATUS IS WS-PROVEEDOR-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO "REPORTE-DOCUMENTOS-PROV.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DOCUMENTOS-PROV.
           COPY DOCPROV.

       FD PROVEEDOR.
           COPY PROVEEDOR.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-DOCUMENTOS-STATUS PIC XX.
       01 WS-PROVEEDOR-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-FECHA-LIMITE PIC 9(8).
       01 WS-DIAS PIC S9(8).
       01 WS-PROXIMOS PIC 9(4) VALUE ZEROES.
       01 WS-OBLIGATORIOS-CADUCADOS PIC 9(4) VALUE ZEROES.

      *----------------------- PLAZO DE AVISO -----------------------------
      * Dias de antelacion con que un documento sale en el informe
      * antes de caducar, para pedir la renovacion a tiempo.
       01 WS-DIAS-AVISO PIC 9(3) VALUE 30.

       01 REP-TITULO.
           05 FILLER PIC X(39) VALUE
               "DOCUMENTACION DE PROVEEDORES CADUCADA O".
           05 FILLER PIC X(29) VALUE
               " A PUNTO DE CADUCAR - AL DIA ".
           05 RT-FECHA PIC 9(8).
       01 REP-ENCABEZADO PIC X(120) VALUE
           "PROV.  NOMBRE                         DOCUMENTO     REFERENC
      -    "IA           EMISION  VENCE    OBL ESTADO".
       01 REP-DETALLE.
           05 RD-PROVEEDOR PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 RD-NOMBRE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 RD-TIPO PIC X(13).
           05 FILLER PIC X VALUE SPACE.
           05 RD-REFERENCIA PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RD-EMISION PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RD-VENCIMIENTO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RD-OBLIGATORIO PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-ESTADO PIC X(20).
       01 REP-TOTAL.
           05 RTT-ETIQUETA PIC X(40).
           05 RTT-CANTIDAD PIC Z(3)9.
       01 WS-DIAS-EDIT PIC Z(2)9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-FECHA PIC 9(8).
      * Documentos ya caducados (obligatorios o no).
       01 LK-CADUCADOS PIC 9(4).

       PROCEDURE DIVISION USING LK-FECHA, LK-CADUCADOS.
      *----------------------- CADUCIDAD DE DOCUMENTOS --------------------
      * Informe semanal de la documentacion de proveedores caducada o
      * que caduca en los proximos WS-DIAS-AVISO dias, con el nombre
      * del proveedor y los dias que le quedan a cada documento. Lo
      * llaman GESTION-DOCUMENTOS-PROV y el batch nocturno de los
      * lunes (que lo archiva); devuelve cuantos estan caducados.
       INICIO.
           MOVE ZEROES TO LK-CADUCADOS
           MOVE ZEROES TO WS-PROXIMOS
           MOVE ZEROES TO WS-OBLIGATORIOS-CADUCADOS
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LK-FECHA) + WS-DIAS-AVISO)

           OPEN OUTPUT REPORTE-TXT
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "No se pudo crear REPORTE-DOCUMENTOS-PROV.txt. "
                   "Estado: " WS-REPORTE-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "REPORTE-DOCUMENTOS-PROV.txt" TO WS-INC-ARCHIVO
               MOVE WS-REPORTE-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           MOVE LK-FECHA TO RT-FECHA
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA

           OPEN INPUT DOCUMENTOS-PROV
           IF WS-DOCUMENTOS-STATUS NOT = "00"
               MOVE "(SIN DOCUMENTOS DE PROVEEDORES REGISTRADOS)"
                   TO REP-LINEA
               WRITE REP-LINEA
           ELSE
               OPEN INPUT PROVEEDOR
               PERFORM RECORRER-DOCUMENTOS
               CLOSE DOCUMENTOS-PROV
               IF WS-PROVEEDOR-STATUS = "00"
                   CLOSE PROVEEDOR
               END-IF
           END-IF

           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE "DOCUMENTOS CADUCADOS" TO RTT-ETIQUETA
           MOVE LK-CADUCADOS TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  DE ELLOS OBLIGATORIOS (AVISO AL PEDIR)"
               TO RTT-ETIQUETA
           MOVE WS-OBLIGATORIOS-CADUCADOS TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "CADUCAN EN LOS PROXIMOS DIAS" TO RTT-ETIQUETA
           MOVE WS-PROXIMOS TO RTT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           CLOSE REPORTE-TXT
           DISPLAY "DOCUMENTOS CADUCADOS: " LK-CADUCADOS
               "  POR CADUCAR: " WS-PROXIMOS
           GOBACK.

       RECORRER-DOCUMENTOS.
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO DCP-CLAVE
           START DOCUMENTOS-PROV KEY IS NOT LESS THAN DCP-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ DOCUMENTOS-PROV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF DCP-FECHA-VENCIMIENTO > 0 AND
                          DCP-FECHA-VENCIMIENTO <= WS-FECHA-LIMITE
                           PERFORM ESCRIBIR-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-DOCUMENTO.
           MOVE DCP-PROVEEDOR-ID TO RD-PROVEEDOR
           MOVE SPACES TO RD-NOMBRE
           IF WS-PROVEEDOR-STATUS = "00"
               MOVE DCP-PROVEEDOR-ID TO PROVEEDOR-ID
               READ PROVEEDOR
                   INVALID KEY
                       MOVE "(DESCONOCIDO)" TO RD-NOMBRE
                   NOT INVALID KEY
                       MOVE PROVEEDOR-NOMBRE TO RD-NOMBRE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN DCP-REGISTRO-SANITARIO
                   MOVE "RGSEAA" TO RD-TIPO
               WHEN DCP-CERTIFICADO-CALIDAD
                   MOVE "CERT. CALIDAD" TO RD-TIPO
               WHEN DCP-SEGURO-RC
                   MOVE "SEGURO RC" TO RD-TIPO
               WHEN OTHER
                   MOVE "OTRO" TO RD-TIPO
           END-EVALUATE
           MOVE DCP-REFERENCIA TO RD-REFERENCIA
           MOVE DCP-FECHA-EMISION TO RD-EMISION
           MOVE DCP-FECHA-VENCIMIENTO TO RD-VENCIMIENTO
           MOVE DCP-OBLIGATORIO TO RD-OBLIGATORIO
           IF DCP-FECHA-VENCIMIENTO < LK-FECHA
               ADD 1 TO LK-CADUCADOS
               IF DCP-ES-OBLIGATORIO
                   ADD 1 TO WS-OBLIGATORIOS-CADUCADOS
               END-IF
               MOVE "CADUCADO" TO RD-ESTADO
           ELSE
               ADD 1 TO WS-PROXIMOS
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(DCP-FECHA-VENCIMIENTO)
                   - FUNCTION INTEGER-OF-DATE(LK-FECHA)
               MOVE WS-DIAS TO WS-DIAS-EDIT
               MOVE SPACES TO RD-ESTADO
               STRING "CADUCA EN " WS-DIAS-EDIT " DIAS"
                   DELIMITED BY SIZE INTO RD-ESTADO
           END-IF
           MOVE REP-DETALLE TO REP-LINEA
           WRITE REP-LINEA.

       ESCRIBIR-TOTAL.
           MOVE REP-TOTAL TO REP-LINEA
           WRITE REP-LINEA.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-DOCUMENTOS-PROV" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-DOCUMENTOS-PROV.
