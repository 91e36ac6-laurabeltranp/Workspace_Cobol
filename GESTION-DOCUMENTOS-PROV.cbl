       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-DOCUMENTOS-PROV.

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

       DATA DIVISION.
       FILE SECTION.
       FD DOCUMENTOS-PROV.
           COPY DOCPROV.

       FD PROVEEDOR.
           COPY PROVEEDOR.

       WORKING-STORAGE SECTION.
       01 WS-DOCUMENTOS-STATUS PIC XX.
       01 WS-PROVEEDOR-STATUS PIC XX.
       01 FIN PIC X VALUE "N".
       01 OPCION PIC 9 VALUE 0.
       01 WS-EOF PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-PROVEEDOR-DOC PIC 9(6).
       01 WS-TIPO-DOC PIC X.
       01 WS-REFERENCIA-DOC PIC X(20).
       01 WS-FECHA-PEDIDA PIC 9(8).
       01 WS-OBLIGATORIO-PEDIDO PIC X.
       01 WS-TIPO-TEXTO PIC X(13).
       01 WS-ESTADO-TEXTO PIC X(10).
       01 WS-DOCS-CADUCADOS PIC 9(4) VALUE ZEROES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- DOCUMENTACION DE PROVEEDORES ---------------
      * Registro de la documentacion de cada proveedor de
      * alimentacion (registro sanitario RGSEAA, certificados de
      * calidad, seguro de responsabilidad civil) con fechas de
      * emision y vencimiento, en lugar de la carpeta de fotocopias.
      * Renovar un documento es darle las fechas nuevas; el informe
      * de caducidades es el mismo que saca el batch de los lunes.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           OPEN I-O DOCUMENTOS-PROV
           IF WS-DOCUMENTOS-STATUS = "35"
               DISPLAY "Archivo de documentos no encontrado, se crea."
               OPEN OUTPUT DOCUMENTOS-PROV
               CLOSE DOCUMENTOS-PROV
               OPEN I-O DOCUMENTOS-PROV
           END-IF
           IF WS-DOCUMENTOS-STATUS NOT = "00"
               DISPLAY "Error al abrir DOCUMENTOS-PROV-INDEXADO.dat. "
                   "Estado: " WS-DOCUMENTOS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "DOCUMENTOS-PROV-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-DOCUMENTOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           OPEN INPUT PROVEEDOR
           IF WS-PROVEEDOR-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PROVEEDOR-INDEXADO.dat. "
                   "Estado: " WS-PROVEEDOR-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PROVEEDOR-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PROVEEDOR-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE DOCUMENTOS-PROV
               GOBACK
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "DOCUMENTACION DE PROVEEDORES"
               DISPLAY "1. ALTA DE DOCUMENTO."
               DISPLAY "2. RENOVAR DOCUMENTO (NUEVAS FECHAS)."
               DISPLAY "3. BAJA DE DOCUMENTO."
               DISPLAY "4. DOCUMENTOS DE UN PROVEEDOR."
               DISPLAY "5. INFORME DE CADUCIDADES."
               DISPLAY "0. VOLVER."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       PERFORM ALTA-DOCUMENTO
                   WHEN 2
                       PERFORM RENOVAR-DOCUMENTO
                   WHEN 3
                       PERFORM BAJA-DOCUMENTO
                   WHEN 4
                       PERFORM LISTAR-DOCUMENTOS-PROVEEDOR
                   WHEN 5
      *> El informe abre el mismo archivo: se cierra antes y se
      *> reabre al volver.
                       CLOSE DOCUMENTOS-PROV
                       CALL "REPORTE-DOCUMENTOS-PROV" USING WS-HOY,
                           WS-DOCS-CADUCADOS
                       OPEN I-O DOCUMENTOS-PROV
                       DISPLAY "Informe en REPORTE-DOCUMENTOS-PROV.txt"
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE DOCUMENTOS-PROV
           CLOSE PROVEEDOR
           GOBACK.

       PEDIR-PROVEEDOR-DOC.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "ID del proveedor: "
           ACCEPT WS-PROVEEDOR-DOC
           MOVE WS-PROVEEDOR-DOC TO PROVEEDOR-ID
           READ PROVEEDOR
               INVALID KEY
                   DISPLAY "PROVEEDOR NO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "Proveedor: " PROVEEDOR-NOMBRE
                   MOVE "S" TO WS-CAMPO-OK
           END-READ.

       PEDIR-CLAVE-DOCUMENTO.
           PERFORM PEDIR-PROVEEDOR-DOC
           IF WS-CAMPO-OK = "S"
               MOVE SPACE TO DCP-TIPO
               PERFORM UNTIL DCP-TIPO-VALIDO
                   DISPLAY "Tipo (R = registro sanitario RGSEAA, "
                       "C = certificado de calidad,"
                   DISPLAY "      S = seguro de responsabilidad "
                       "civil, O = otro): "
                   ACCEPT WS-TIPO-DOC
                   MOVE FUNCTION UPPER-CASE(WS-TIPO-DOC)
                       TO DCP-TIPO
               END-PERFORM
               MOVE DCP-TIPO TO WS-TIPO-DOC
               MOVE SPACES TO WS-REFERENCIA-DOC
               PERFORM UNTIL WS-REFERENCIA-DOC NOT = SPACES
                   DISPLAY "Referencia (numero de registro, "
                       "certificado o poliza): "
                   ACCEPT WS-REFERENCIA-DOC
               END-PERFORM
               MOVE FUNCTION UPPER-CASE(WS-REFERENCIA-DOC)
                   TO WS-REFERENCIA-DOC
               MOVE WS-PROVEEDOR-DOC TO DCP-PROVEEDOR-ID
               MOVE WS-TIPO-DOC TO DCP-TIPO
               MOVE WS-REFERENCIA-DOC TO DCP-REFERENCIA
           END-IF.

      *----------------------- ALTA ---------------------------------------
      * Registro sanitario y seguro son obligatorios por omision: con
      * uno de ellos caducado, la generacion de pedidos avisa antes de
      * pedirle al proveedor.
       ALTA-DOCUMENTO.
           PERFORM PEDIR-CLAVE-DOCUMENTO
           IF WS-CAMPO-OK = "S"
               READ DOCUMENTOS-PROV
                   INVALID KEY
                       PERFORM GRABAR-DOCUMENTO-NUEVO
                   NOT INVALID KEY
                       DISPLAY "EL DOCUMENTO YA EXISTE: vence el "
                           DCP-FECHA-VENCIMIENTO ". Use RENOVAR."
               END-READ
           END-IF.

       GRABAR-DOCUMENTO-NUEVO.
           DISPLAY "Descripcion (organismo, aseguradora...): "
           ACCEPT DCP-DESCRIP
           PERFORM PEDIR-FECHAS-DOCUMENTO
           IF DCP-REGISTRO-SANITARIO OR DCP-SEGURO-RC
               MOVE "S" TO DCP-OBLIGATORIO
           ELSE
               MOVE "N" TO DCP-OBLIGATORIO
           END-IF
           DISPLAY "Obligatorio para hacerle pedidos? (S/N, ENTER = "
               DCP-OBLIGATORIO "): "
           MOVE SPACE TO WS-OBLIGATORIO-PEDIDO
           ACCEPT WS-OBLIGATORIO-PEDIDO
           MOVE FUNCTION UPPER-CASE(WS-OBLIGATORIO-PEDIDO)
               TO WS-OBLIGATORIO-PEDIDO
           IF WS-OBLIGATORIO-PEDIDO = "S" OR WS-OBLIGATORIO-PEDIDO = "N"
               MOVE WS-OBLIGATORIO-PEDIDO TO DCP-OBLIGATORIO
           END-IF
           MOVE WS-HOY TO DCP-FECHA-ALTA
           WRITE DOCPROV-REGISTRO
               INVALID KEY
                   DISPLAY "Error al grabar el documento. Estado: "
                       WS-DOCUMENTOS-STATUS
                   MOVE "GRABAR-DOCUMENTO-NUEVO" TO WS-INC-PARRAFO
                   MOVE "DOCUMENTOS-PROV-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-DOCUMENTOS-STATUS TO WS-INC-ESTADO
                   MOVE DCP-CLAVE TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-DOCUMENTOS-STATUS = "00"
               DISPLAY "Documento registrado."
           END-IF.

       PEDIR-FECHAS-DOCUMENTO.
           MOVE ZEROES TO WS-FECHA-PEDIDA
           PERFORM UNTIL WS-FECHA-PEDIDA > 0
               DISPLAY "Fecha de emision (AAAAMMDD): "
               ACCEPT WS-FECHA-PEDIDA
               IF WS-FECHA-PEDIDA NOT NUMERIC
                   MOVE ZEROES TO WS-FECHA-PEDIDA
               END-IF
           END-PERFORM
           MOVE WS-FECHA-PEDIDA TO DCP-FECHA-EMISION
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Fecha de vencimiento (AAAAMMDD, 0 = no "
                   "caduca): "
               ACCEPT WS-FECHA-PEDIDA
               IF WS-FECHA-PEDIDA NOT NUMERIC
                   DISPLAY "FECHA INVALIDA."
               ELSE
                   IF WS-FECHA-PEDIDA > 0 AND
                      WS-FECHA-PEDIDA < DCP-FECHA-EMISION
                       DISPLAY "EL VENCIMIENTO NO PUEDE SER ANTERIOR "
                           "A LA EMISION."
                   ELSE
                       MOVE WS-FECHA-PEDIDA TO DCP-FECHA-VENCIMIENTO
                       MOVE "S" TO WS-CAMPO-OK
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------- RENOVACION ---------------------------------
       RENOVAR-DOCUMENTO.
           PERFORM PEDIR-CLAVE-DOCUMENTO
           IF WS-CAMPO-OK = "S"
               READ DOCUMENTOS-PROV
                   INVALID KEY
                       DISPLAY "DOCUMENTO NO ENCONTRADO."
                   NOT INVALID KEY
                       DISPLAY "Emitido el " DCP-FECHA-EMISION
                           ", vence el " DCP-FECHA-VENCIMIENTO
                       PERFORM PEDIR-FECHAS-DOCUMENTO
                       REWRITE DOCPROV-REGISTRO
                       DISPLAY "Documento renovado: vence el "
                           DCP-FECHA-VENCIMIENTO
               END-READ
           END-IF.

      *----------------------- BAJA ---------------------------------------
       BAJA-DOCUMENTO.
           PERFORM PEDIR-CLAVE-DOCUMENTO
           IF WS-CAMPO-OK = "S"
               READ DOCUMENTOS-PROV
                   INVALID KEY
                       DISPLAY "DOCUMENTO NO ENCONTRADO."
                   NOT INVALID KEY
                       DISPLAY "Dar de baja " DCP-DESCRIP "? (S/N): "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           DELETE DOCUMENTOS-PROV
                           DISPLAY "Documento dado de baja."
                       END-IF
               END-READ
           END-IF.

      *----------------------- CONSULTA -----------------------------------
       LISTAR-DOCUMENTOS-PROVEEDOR.
           PERFORM PEDIR-PROVEEDOR-DOC
           IF WS-CAMPO-OK = "S"
               DISPLAY "DOCUMENTO     REFERENCIA           EMISION  "
                   "VENCE    OBL ESTADO"
               MOVE "N" TO WS-EOF
               MOVE WS-PROVEEDOR-DOC TO DCP-PROVEEDOR-ID
               MOVE LOW-VALUES TO DCP-TIPO
               MOVE LOW-VALUES TO DCP-REFERENCIA
               START DOCUMENTOS-PROV KEY IS NOT LESS THAN DCP-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "S"
                   READ DOCUMENTOS-PROV NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF DCP-PROVEEDOR-ID NOT = WS-PROVEEDOR-DOC
                               MOVE "S" TO WS-EOF
                           ELSE
                               PERFORM MOSTRAR-DOCUMENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       MOSTRAR-DOCUMENTO.
           EVALUATE TRUE
               WHEN DCP-REGISTRO-SANITARIO
                   MOVE "RGSEAA" TO WS-TIPO-TEXTO
               WHEN DCP-CERTIFICADO-CALIDAD
                   MOVE "CERT. CALIDAD" TO WS-TIPO-TEXTO
               WHEN DCP-SEGURO-RC
                   MOVE "SEGURO RC" TO WS-TIPO-TEXTO
               WHEN OTHER
                   MOVE "OTRO" TO WS-TIPO-TEXTO
           END-EVALUATE
           EVALUATE TRUE
               WHEN DCP-FECHA-VENCIMIENTO = 0
                   MOVE "SIN CADUC." TO WS-ESTADO-TEXTO
               WHEN DCP-FECHA-VENCIMIENTO < WS-HOY
                   MOVE "CADUCADO" TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE "VIGENTE" TO WS-ESTADO-TEXTO
           END-EVALUATE
           DISPLAY WS-TIPO-TEXTO " " DCP-REFERENCIA " "
               DCP-FECHA-EMISION " " DCP-FECHA-VENCIMIENTO " "
               DCP-OBLIGATORIO "   " WS-ESTADO-TEXTO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-DOCUMENTOS-PROV" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-DOCUMENTOS-PROV.
