       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR-RETIRADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTOS-RETIRADOS
               ASSIGN TO "PRODUCTOS-RETIRADOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-RETIRADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTOS-RETIRADOS.
           COPY RETIRADO.

       WORKING-STORAGE SECTION.
       01 WS-RETIRADOS-STATUS PIC XX.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-PRODUCTO-ID PIC 9(6).
      * S = el producto fue purgado y se devuelve su ultima ficha.
       01 LK-RETIRADO PIC X.
       01 LK-FECHA-RETIRO PIC 9(8).
      * ID en que se fusiono el producto (0 = purgado sin sustituto).
       01 LK-FUSIONADO-EN PIC 9(6).
           COPY PRODFLT.

       PROCEDURE DIVISION USING LK-PRODUCTO-ID, LK-RETIRADO,
           LK-FECHA-RETIRO, LK-FUSIONADO-EN, PRODUCTO-REGISTRO.
      *----------------------- CONSULTA DE PRODUCTO RETIRADO -------------
      * Busca un ID que ya no esta en el maestro en el archivo de
      * productos retirados y devuelve la ficha que tenia al
      * purgarse, para que el ticket reimpreso, la ficha o cualquier
      * listado de ventas antiguas lo sigan nombrando; si fue un
      * duplicado fusionado, dice tambien en que ID. Sin archivo o
      * sin el ID, LK-RETIRADO vuelve a N y el registro no se toca.
       INICIO.
           MOVE "N" TO LK-RETIRADO
           MOVE ZEROES TO LK-FECHA-RETIRO
           MOVE ZEROES TO LK-FUSIONADO-EN
           OPEN INPUT PRODUCTOS-RETIRADOS
           IF WS-RETIRADOS-STATUS NOT = "00"
               IF WS-RETIRADOS-STATUS NOT = "35"
                   MOVE "INICIO" TO WS-INC-PARRAFO
                   MOVE "PRODUCTOS-RETIRADOS-INDEXADO.dat"
                       TO WS-INC-ARCHIVO
                   MOVE WS-RETIRADOS-STATUS TO WS-INC-ESTADO
                   MOVE LK-PRODUCTO-ID TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
               GOBACK
           END-IF
           MOVE LK-PRODUCTO-ID TO RET-PRODUCTO-ID
           MOVE "P" TO RET-TIPO
           MOVE ZEROES TO RET-SECUENCIA
           READ PRODUCTOS-RETIRADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RET-DATOS TO PRODUCTO-REGISTRO
                   MOVE RET-FECHA-RETIRO TO LK-FECHA-RETIRO
                   MOVE RET-FUSIONADO-EN TO LK-FUSIONADO-EN
                   MOVE "S" TO LK-RETIRADO
           END-READ
           CLOSE PRODUCTOS-RETIRADOS
           GOBACK.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "CONSULTAR-RETIRADO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM CONSULTAR-RETIRADO.
