       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-CAMBIOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIOS
               ASSIGN TO "CAMBIOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-CAMBIOS-STATUS.

      *> Cambios publicados por el banco: MONEDA,AAAAMMDD,TASA por
      *> linea, con cabecera. TASA = unidades de la divisa por un
      *> euro, sin punto y con seis decimales (0850000 = 0,850000).
           SELECT CAMBIOS-CSV
               ASSIGN TO "CAMBIOS-ENTRADA.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAMBIOS.
           COPY CAMBIO.

       FD CAMBIOS-CSV.
       01 CAMBIOS-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CAMBIOS-STATUS PIC XX.
       01 WS-CSV-STATUS PIC XX.
       01 OPCION PIC 9 VALUE 0.
       01 FIN PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-PRIMERA-LINEA PIC X VALUE "S".
       01 WS-HOY PIC 9(8).
       01 WS-MONEDA PIC X(3).
       01 WS-FECHA-PEDIDA PIC 9(8).
       01 WS-FECHA-PEDIDA-X REDEFINES WS-FECHA-PEDIDA PIC X(8).
       01 WS-TASA PIC 9(4)V9(6).
       01 WS-TASA-EDIT PIC Z(3)9.9(6).
       01 WS-CAMPO-MONEDA PIC X(10).
       01 WS-CAMPO-FECHA PIC X(10).
       01 WS-CAMPO-TASA PIC X(12).
       01 WS-LARGO-TASA PIC 9(2).
       01 WS-TASA-TEXTO PIC X(10).
       01 WS-IMPORTADOS PIC 9(5) VALUE ZEROES.
       01 WS-RECHAZADAS PIC 9(5) VALUE ZEROES.
       01 WS-LISTADOS PIC 9(5) VALUE ZEROES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- TIPOS DE CAMBIO ----------------------------
      * Cambios de las divisas en que compramos (las TA-MONEDA de las
      * tarifas), por fecha. Pedidos, recepciones y facturas de
      * proveedor los consultan con TIPO-CAMBIO para pasar a euros;
      * el pago usa el del dia del pago y la diferencia se ve en los
      * pagos a proveedores.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           OPEN I-O CAMBIOS
           IF WS-CAMBIOS-STATUS = "35"
               DISPLAY "Archivo de tipos de cambio no encontrado, se "
                   "crea."
               OPEN OUTPUT CAMBIOS
               CLOSE CAMBIOS
               OPEN I-O CAMBIOS
           END-IF
           IF WS-CAMBIOS-STATUS NOT = "00"
               DISPLAY "Error al abrir CAMBIOS-INDEXADO.dat. Estado: "
                   WS-CAMBIOS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "CAMBIOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-CAMBIOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "TIPOS DE CAMBIO DE DIVISAS"
               DISPLAY "1. CARGAR O MODIFICAR UN CAMBIO."
               DISPLAY "2. LISTAR CAMBIOS DE UNA DIVISA."
               DISPLAY "3. IMPORTAR CAMBIOS (CAMBIOS-ENTRADA.csv)."
               DISPLAY "0. VOLVER."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       PERFORM CARGAR-CAMBIO
                   WHEN 2
                       PERFORM LISTAR-CAMBIOS
                   WHEN 3
                       PERFORM IMPORTAR-CAMBIOS
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE CAMBIOS
           GOBACK.

      *----------------------- ALTA MANUAL --------------------------------
       CARGAR-CAMBIO.
           PERFORM PEDIR-MONEDA
           IF WS-CAMPO-OK = "S"
               DISPLAY "Fecha desde la que rige AAAAMMDD (0 = hoy): "
               PERFORM PEDIR-FECHA
               IF WS-FECHA-PEDIDA = 0
                   MOVE WS-HOY TO WS-FECHA-PEDIDA
               END-IF
           END-IF
           IF WS-CAMPO-OK = "S"
               DISPLAY "Unidades de " WS-MONEDA " por 1 EUR (sin "
                   "punto, seis decimales): "
               ACCEPT WS-TASA
               IF WS-TASA NOT NUMERIC OR WS-TASA = 0
                   DISPLAY "TIPO DE CAMBIO INVALIDO."
                   MOVE "N" TO WS-CAMPO-OK
               END-IF
           END-IF
           IF WS-CAMPO-OK = "S"
               MOVE "M" TO CB-ORIGEN
               PERFORM GRABAR-CAMBIO
               IF WS-CAMBIOS-STATUS = "00"
                   MOVE WS-TASA TO WS-TASA-EDIT
                   DISPLAY "Cambio " WS-MONEDA " " WS-TASA-EDIT
                       " desde el " WS-FECHA-PEDIDA " grabado."
               END-IF
           END-IF.

       PEDIR-MONEDA.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Divisa (codigo ISO de tres letras, p.ej. GBP): "
           ACCEPT WS-MONEDA
           MOVE FUNCTION UPPER-CASE(WS-MONEDA) TO WS-MONEDA
           EVALUATE TRUE
               WHEN WS-MONEDA NOT ALPHABETIC OR
                    WS-MONEDA(3:1) = SPACE
                   DISPLAY "DIVISA INVALIDA."
               WHEN WS-MONEDA = "EUR"
                   DISPLAY "EL EURO NO NECESITA CAMBIO."
               WHEN OTHER
                   MOVE "S" TO WS-CAMPO-OK
           END-EVALUATE.

       PEDIR-FECHA.
           MOVE "N" TO WS-CAMPO-OK
           ACCEPT WS-FECHA-PEDIDA
           EVALUATE TRUE
               WHEN WS-FECHA-PEDIDA NOT NUMERIC
                   DISPLAY "FECHA INVALIDA."
               WHEN WS-FECHA-PEDIDA = 0
                   MOVE "S" TO WS-CAMPO-OK
               WHEN WS-FECHA-PEDIDA-X(5:2) < "01" OR
                    WS-FECHA-PEDIDA-X(5:2) > "12" OR
                    WS-FECHA-PEDIDA-X(7:2) < "01" OR
                    WS-FECHA-PEDIDA-X(7:2) > "31"
                   DISPLAY "FECHA INVALIDA."
               WHEN OTHER
                   MOVE "S" TO WS-CAMPO-OK
           END-EVALUATE.

      *> Un cambio ya cargado para la misma divisa y fecha se
      *> corrige en lugar de duplicarse.
       GRABAR-CAMBIO.
           MOVE WS-MONEDA TO CB-MONEDA
           MOVE WS-FECHA-PEDIDA TO CB-FECHA
           MOVE WS-TASA TO CB-TASA
           WRITE CAMBIO-REGISTRO
               INVALID KEY
                   REWRITE CAMBIO-REGISTRO
           END-WRITE
           IF WS-CAMBIOS-STATUS NOT = "00"
               DISPLAY "Error al grabar el cambio " WS-MONEDA " "
                   WS-FECHA-PEDIDA ". Estado: " WS-CAMBIOS-STATUS
               MOVE "GRABAR-CAMBIO" TO WS-INC-PARRAFO
               MOVE "CAMBIOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-CAMBIOS-STATUS TO WS-INC-ESTADO
               MOVE CB-CLAVE TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *----------------------- LISTADO ------------------------------------
       LISTAR-CAMBIOS.
           PERFORM PEDIR-MONEDA
           IF WS-CAMPO-OK = "S"
               DISPLAY "DIVISA  DESDE           POR 1 EUR  ORIGEN"
               MOVE ZEROES TO WS-LISTADOS
               MOVE "N" TO WS-EOF
               MOVE WS-MONEDA TO CB-MONEDA
               MOVE ZEROES TO CB-FECHA
               START CAMBIOS KEY IS NOT LESS THAN CB-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "S"
                   READ CAMBIOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF CB-MONEDA NOT = WS-MONEDA
                               MOVE "S" TO WS-EOF
                           ELSE
                               ADD 1 TO WS-LISTADOS
                               MOVE CB-TASA TO WS-TASA-EDIT
                               DISPLAY CB-MONEDA "     " CB-FECHA
                                   "  " WS-TASA-EDIT "  " CB-ORIGEN
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LISTADOS = 0
                   DISPLAY "SIN CAMBIOS CARGADOS PARA " WS-MONEDA "."
               END-IF
           END-IF.

      *----------------------- IMPORTACION --------------------------------
      * Carga de un tiron los cambios que publica el banco; cada
      * linea valida se graba (o corrige) con origen I.
       IMPORTAR-CAMBIOS.
           OPEN INPUT CAMBIOS-CSV
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "No se encontro CAMBIOS-ENTRADA.csv."
           ELSE
               MOVE ZEROES TO WS-IMPORTADOS
               MOVE ZEROES TO WS-RECHAZADAS
               MOVE "N" TO WS-EOF
               MOVE "S" TO WS-PRIMERA-LINEA
               PERFORM UNTIL WS-EOF = "S"
                   READ CAMBIOS-CSV
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF WS-PRIMERA-LINEA = "S"
                               MOVE "N" TO WS-PRIMERA-LINEA
                           ELSE
                               PERFORM PROCESAR-LINEA-CAMBIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMBIOS-CSV
               DISPLAY "CAMBIOS IMPORTADOS: " WS-IMPORTADOS
                   "  RECHAZADOS: " WS-RECHAZADAS
           END-IF.

       PROCESAR-LINEA-CAMBIO.
           MOVE SPACES TO WS-CAMPO-MONEDA
           MOVE SPACES TO WS-CAMPO-FECHA
           MOVE SPACES TO WS-CAMPO-TASA
           UNSTRING CAMBIOS-LINEA DELIMITED BY ","
               INTO WS-CAMPO-MONEDA
                    WS-CAMPO-FECHA
                    WS-CAMPO-TASA
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-CAMPO-MONEDA(1:3)) TO WS-MONEDA
           MOVE ZEROES TO WS-LARGO-TASA
           INSPECT WS-CAMPO-TASA TALLYING WS-LARGO-TASA
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE "N" TO WS-CAMPO-OK
           IF WS-MONEDA ALPHABETIC AND WS-MONEDA(3:1) NOT = SPACE AND
              WS-MONEDA NOT = "EUR" AND
              WS-CAMPO-FECHA(1:8) NUMERIC AND
              WS-LARGO-TASA > 0 AND WS-LARGO-TASA <= 10
               IF WS-CAMPO-TASA(1:WS-LARGO-TASA) NUMERIC
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-IF
           IF WS-CAMPO-OK = "S"
      *> La tasa viene sin punto con seis decimales: se alinea a la
      *> derecha sobre diez digitos.
               MOVE ALL "0" TO WS-TASA-TEXTO
               MOVE WS-CAMPO-TASA(1:WS-LARGO-TASA)
                   TO WS-TASA-TEXTO(11 - WS-LARGO-TASA:WS-LARGO-TASA)
               MOVE WS-TASA-TEXTO TO WS-TASA
               MOVE WS-CAMPO-FECHA(1:8) TO WS-FECHA-PEDIDA
               IF WS-TASA = 0
                   MOVE "N" TO WS-CAMPO-OK
               END-IF
           END-IF
           IF WS-CAMPO-OK = "S"
               MOVE "I" TO CB-ORIGEN
               PERFORM GRABAR-CAMBIO
               IF WS-CAMBIOS-STATUS = "00"
                   ADD 1 TO WS-IMPORTADOS
               ELSE
                   ADD 1 TO WS-RECHAZADAS
               END-IF
           ELSE
               ADD 1 TO WS-RECHAZADAS
               DISPLAY "Linea rechazada: " CAMBIOS-LINEA
               MOVE "PROCESAR-LINEA-CAMBIO" TO WS-INC-PARRAFO
               MOVE "CAMBIOS-ENTRADA.csv" TO WS-INC-ARCHIVO
               MOVE CAMBIOS-LINEA TO WS-INC-DETALLE
               PERFORM REGISTRAR-INCIDENCIA-AVISO
           END-IF.

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
           MOVE "GESTION-CAMBIOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-CAMBIOS.
