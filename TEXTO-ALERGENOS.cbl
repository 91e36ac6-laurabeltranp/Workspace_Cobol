       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEXTO-ALERGENOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERGENOS
               ASSIGN TO "ALERGENOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALG-PRODUCTO-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-ALERGENOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALERGENOS.
           COPY ALERGENO.

       WORKING-STORAGE SECTION.
       77 WS-ALERGENOS-STATUS PIC XX.
       77 WS-I PIC 9(2).
       77 WS-PUNTERO-C PIC 9(3).
       77 WS-PUNTERO-T PIC 9(3).
           COPY ALERGTAB.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
       01 LK-PRODUCTO-ID PIC 9(6).
       01 LK-DECLARADO PIC X.
           88 LK-ALERGENOS-DECLARADOS VALUE "S".
       01 LK-CONTIENE PIC X(150).
       01 LK-TRAZAS PIC X(150).

       PROCEDURE DIVISION USING LK-PRODUCTO-ID, LK-DECLARADO,
           LK-CONTIENE, LK-TRAZAS.
      *----------------------- TEXTO DE ALERGENOS -------------------------
      * Devuelve la declaracion de alergenos del producto como texto
      * para la ficha, las etiquetas de estanteria y el archivo de la
      * balanza: los nombres que contiene y los que puede contener
      * como trazas, separados por comas. Sin registro el producto
      * queda SIN DECLARAR (LK-DECLARADO = N) y los textos en blanco.
       INICIO.
           MOVE "N" TO LK-DECLARADO
           MOVE SPACES TO LK-CONTIENE
           MOVE SPACES TO LK-TRAZAS
           OPEN INPUT ALERGENOS
           IF WS-ALERGENOS-STATUS = "00"
               MOVE LK-PRODUCTO-ID TO ALG-PRODUCTO-ID
               READ ALERGENOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO LK-DECLARADO
                       PERFORM COMPONER-TEXTOS
               END-READ
               CLOSE ALERGENOS
           ELSE
               IF WS-ALERGENOS-STATUS NOT = "35"
                   MOVE "INICIO" TO WS-INC-PARRAFO
                   MOVE "ALERGENOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-ALERGENOS-STATUS TO WS-INC-ESTADO
                   MOVE LK-PRODUCTO-ID TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF
           GOBACK.

       COMPONER-TEXTOS.
           MOVE 1 TO WS-PUNTERO-C
           MOVE 1 TO WS-PUNTERO-T
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > ALERGENOS-CANT
               EVALUATE ALG-MARCA(WS-I)
                   WHEN "C"
                       IF WS-PUNTERO-C > 1
                           STRING ", " DELIMITED BY SIZE
                               INTO LK-CONTIENE
                               WITH POINTER WS-PUNTERO-C
                       END-IF
                       STRING ALERGENO-NOMBRE(WS-I) DELIMITED BY "  "
                           INTO LK-CONTIENE
                           WITH POINTER WS-PUNTERO-C
                   WHEN "T"
                       IF WS-PUNTERO-T > 1
                           STRING ", " DELIMITED BY SIZE
                               INTO LK-TRAZAS
                               WITH POINTER WS-PUNTERO-T
                       END-IF
                       STRING ALERGENO-NOMBRE(WS-I) DELIMITED BY "  "
                           INTO LK-TRAZAS
                           WITH POINTER WS-PUNTERO-T
               END-EVALUATE
           END-PERFORM.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "TEXTO-ALERGENOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM TEXTO-ALERGENOS.
