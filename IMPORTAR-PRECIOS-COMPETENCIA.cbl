       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-PRECIOS-COMPETENCIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Hoja de la encuesta de precios guardada como CSV:
      *> COMPETIDOR,CODIGO,FECHA,PRECIO por linea, con una linea de
      *> cabecera. CODIGO es nuestro ID de 6 digitos o el EAN-13 del
      *> lineal, FECHA AAAAMMDD y PRECIO con punto decimal (1.95).
           SELECT PRECIOS-CSV
               ASSIGN TO "COMPETENCIA-PRECIOS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

           SELECT COMPETIDORES
               ASSIGN TO "COMPETIDORES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               FILE STATUS IS WS-COMPETIDORES-STATUS.

           SELECT PRECIOS-COMPETENCIA
               ASSIGN TO "PRECIOS-COMPETENCIA-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCO-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRECIOS-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PRODUCTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRECIOS-CSV.
       01 PRECIOS-LINEA PIC X(80).

       FD COMPETIDORES.
           COPY COMPETID.

       FD PRECIOS-COMPETENCIA.
           COPY PRECCOMP.

       FD PRODUCTO.
           COPY PRODFLT.

       WORKING-STORAGE SECTION.
       01 WS-CSV-STATUS PIC XX.
       01 WS-COMPETIDORES-STATUS PIC XX.
       01 WS-PRECIOS-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-EOF PIC X VALUE "N".
       01 WS-PRIMERA-LINEA PIC X VALUE "S".
       01 WS-ENCONTRADO PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-CAMPO-COMPETIDOR PIC X(5).
       01 WS-CAMPO-CODIGO PIC X(15).
       01 WS-CAMPO-FECHA PIC X(10).
       01 WS-CAMPO-PRECIO PIC X(12).
       01 WS-PRECIO-LEIDO PIC 9(5)V99.
       01 WS-RECHAZADAS PIC 9(5) VALUE ZEROES.
       01 WS-MOTIVO PIC X(30).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-IMPORTADOS PIC 9(5).

       PROCEDURE DIVISION USING LK-IMPORTADOS.
      *----------------------- IMPORTAR ENCUESTA DE PRECIOS --------------
      * Carga la hoja de calculo de la encuesta de precios en
      * PRECIOS-COMPETENCIA-INDEXADO.dat. Cada linea debe nombrar un
      * competidor dado de alta y activo y un producto del maestro;
      * las demas se rechazan con el motivo en pantalla. Una linea
      * del mismo producto, competidor y fecha que otra ya cargada la
      * reemplaza.
       INICIO.
           MOVE ZEROES TO LK-IMPORTADOS
           MOVE ZEROES TO WS-RECHAZADAS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"

           OPEN INPUT PRECIOS-CSV
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "No se encontro COMPETENCIA-PRECIOS.csv."
               GOBACK
           END-IF
           OPEN INPUT COMPETIDORES
           IF WS-COMPETIDORES-STATUS NOT = "00"
               DISPLAY "No hay competidores dados de alta."
               CLOSE PRECIOS-CSV
               GOBACK
           END-IF
           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PRECIOS-CSV
               CLOSE COMPETIDORES
               GOBACK
           END-IF
           OPEN I-O PRECIOS-COMPETENCIA
           IF WS-PRECIOS-STATUS = "35"
               OPEN OUTPUT PRECIOS-COMPETENCIA
               CLOSE PRECIOS-COMPETENCIA
               OPEN I-O PRECIOS-COMPETENCIA
           END-IF

           MOVE "N" TO WS-EOF
           MOVE "S" TO WS-PRIMERA-LINEA
           PERFORM UNTIL WS-EOF = "S"
               READ PRECIOS-CSV
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF WS-PRIMERA-LINEA = "S"
                           MOVE "N" TO WS-PRIMERA-LINEA
                       ELSE
                           IF PRECIOS-LINEA NOT = SPACES
                               PERFORM PROCESAR-LINEA-PRECIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PRECIOS-CSV
           CLOSE COMPETIDORES
           CLOSE PRODUCTO
           CLOSE PRECIOS-COMPETENCIA
           DISPLAY "PRECIOS IMPORTADOS: " LK-IMPORTADOS
               "  RECHAZADOS: " WS-RECHAZADAS
           GOBACK.

       PROCESAR-LINEA-PRECIO.
           MOVE SPACES TO WS-CAMPO-COMPETIDOR
           MOVE SPACES TO WS-CAMPO-CODIGO
           MOVE SPACES TO WS-CAMPO-FECHA
           MOVE SPACES TO WS-CAMPO-PRECIO
           MOVE SPACES TO WS-MOTIVO
           UNSTRING PRECIOS-LINEA DELIMITED BY ","
               INTO WS-CAMPO-COMPETIDOR
                    WS-CAMPO-CODIGO
                    WS-CAMPO-FECHA
                    WS-CAMPO-PRECIO
           END-UNSTRING

           PERFORM VALIDAR-COMPETIDOR-LINEA
           IF WS-MOTIVO = SPACES
               PERFORM LOCALIZAR-PRODUCTO
               IF WS-ENCONTRADO NOT = "S"
                   MOVE "PRODUCTO DESCONOCIDO" TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               IF WS-CAMPO-FECHA(1:8) NOT NUMERIC OR
                  WS-CAMPO-FECHA(1:8) > WS-HOY
                   MOVE "FECHA NO VALIDA" TO WS-MOTIVO
               ELSE
                   MOVE WS-CAMPO-FECHA(1:8) TO PCO-FECHA
                   IF FUNCTION INTEGER-OF-DATE(PCO-FECHA) = 0
                       MOVE "FECHA NO VALIDA" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               IF FUNCTION TEST-NUMVAL(WS-CAMPO-PRECIO) NOT = 0
                   MOVE "PRECIO NO VALIDO" TO WS-MOTIVO
               ELSE
                   COMPUTE WS-PRECIO-LEIDO =
                       FUNCTION NUMVAL(WS-CAMPO-PRECIO)
                   IF WS-PRECIO-LEIDO = 0
                       MOVE "PRECIO A CERO" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF

           IF WS-MOTIVO = SPACES
               PERFORM GRABAR-PRECIO-IMPORTADO
           ELSE
               ADD 1 TO WS-RECHAZADAS
               DISPLAY "Linea rechazada (" WS-MOTIVO "): "
                   PRECIOS-LINEA
               MOVE "PROCESAR-LINEA-PRECIO" TO WS-INC-PARRAFO
               MOVE "COMPETENCIA-PRECIOS.csv" TO WS-INC-ARCHIVO
               MOVE WS-MOTIVO TO WS-INC-DETALLE
               PERFORM REGISTRAR-INCIDENCIA-AVISO
           END-IF.

       VALIDAR-COMPETIDOR-LINEA.
           IF FUNCTION TEST-NUMVAL(WS-CAMPO-COMPETIDOR) NOT = 0
               MOVE "COMPETIDOR NO NUMERICO" TO WS-MOTIVO
           ELSE
               COMPUTE CMP-ID = FUNCTION NUMVAL(WS-CAMPO-COMPETIDOR)
               READ COMPETIDORES
                   INVALID KEY
                       MOVE "COMPETIDOR DESCONOCIDO" TO WS-MOTIVO
                   NOT INVALID KEY
                       IF NOT CMP-ES-ACTIVO
                           MOVE "COMPETIDOR DADO DE BAJA" TO WS-MOTIVO
                       END-IF
               END-READ
           END-IF.

      *> Seis digitos = nuestra referencia; trece = EAN del envase,
      *> buscado por la clave alternativa del maestro.
       LOCALIZAR-PRODUCTO.
           MOVE "N" TO WS-ENCONTRADO
           EVALUATE TRUE
               WHEN WS-CAMPO-CODIGO(1:13) NUMERIC
                   MOVE WS-CAMPO-CODIGO(1:13) TO PRODUCTO-EAN
                   READ PRODUCTO KEY IS PRODUCTO-EAN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-ENCONTRADO
                   END-READ
               WHEN WS-CAMPO-CODIGO(1:6) NUMERIC AND
                    WS-CAMPO-CODIGO(7:7) = SPACES
                   MOVE WS-CAMPO-CODIGO(1:6) TO PRODUCTO-ID
                   READ PRODUCTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-ENCONTRADO
                   END-READ
           END-EVALUATE.

       GRABAR-PRECIO-IMPORTADO.
           MOVE PRODUCTO-ID TO PCO-PRODUCTO-ID
           MOVE CMP-ID TO PCO-COMPETIDOR-ID
           MOVE WS-CAMPO-FECHA(1:8) TO PCO-FECHA
           READ PRECIOS-COMPETENCIA
               INVALID KEY
                   PERFORM LLENAR-PRECIO-IMPORTADO
                   WRITE PRECIO-COMP-REGISTRO
               NOT INVALID KEY
                   PERFORM LLENAR-PRECIO-IMPORTADO
                   REWRITE PRECIO-COMP-REGISTRO
           END-READ
           IF WS-PRECIOS-STATUS = "00"
               ADD 1 TO LK-IMPORTADOS
           ELSE
               ADD 1 TO WS-RECHAZADAS
               DISPLAY "Error al grabar el precio. Estado: "
                   WS-PRECIOS-STATUS
               MOVE "GRABAR-PRECIO-IMPORTADO" TO WS-INC-PARRAFO
               MOVE "PRECIOS-COMPETENCIA-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRECIOS-STATUS TO WS-INC-ESTADO
               MOVE PCO-CLAVE TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

       LLENAR-PRECIO-IMPORTADO.
           MOVE PRODUCTO-ID TO PCO-PRODUCTO-ID
           MOVE CMP-ID TO PCO-COMPETIDOR-ID
           MOVE WS-CAMPO-FECHA(1:8) TO PCO-FECHA
           MOVE WS-PRECIO-LEIDO TO PCO-PRECIO
           MOVE "I" TO PCO-ORIGEN
           MOVE WS-OPERADOR TO PCO-OPERADOR.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-AVISO.
           MOVE "A" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "IMPORTAR-PRECIOS-COMPETENCIA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM IMPORTAR-PRECIOS-COMPETENCIA.
