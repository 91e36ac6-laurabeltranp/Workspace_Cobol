       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-INTERCAMBIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> El archivo que se exporta o se importa, sea cual sea.
           SELECT INTERCAMBIO-ARCHIVO
               ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT INTERCAMBIOS-CONTROL
               ASSIGN TO "INTERCAMBIOS-CONTROL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLAVE
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT INTERCAMBIOS-LOG
               ASSIGN TO "INTERCAMBIOS-LOG.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INTERCAMBIO-ARCHIVO.
       01 INTERCAMBIO-LINEA PIC X(250).

       FD INTERCAMBIOS-CONTROL.
           COPY INTERSEC.

       FD INTERCAMBIOS-LOG.
           COPY INTERLOG.

       WORKING-STORAGE SECTION.
       77 WS-NOMBRE-ARCHIVO PIC X(40).
       77 WS-ARCHIVO-STATUS PIC XX.
       77 WS-APERTURA-STATUS PIC XX.
       77 WS-CONTROL-STATUS PIC XX.
       77 WS-LOG-STATUS PIC XX.
       77 WS-EOF PIC X.
       77 WS-SEP PIC X.
       77 WS-SENTIDO PIC X.
       77 WS-HAY-SECUENCIA PIC X.
       77 WS-ULTIMA-SECUENCIA PIC 9(6).
       77 WS-ESPERADA PIC 9(6).
       77 WS-OPERADOR PIC X(8).
       77 WS-RESULTADO-LOG PIC X.

      *----------------------- RECUENTO DEL ARCHIVO -----------------------
       77 WS-LINEAS-LEIDAS PIC 9(7).
       77 WS-REGISTROS PIC 9(7).
       77 WS-CANTIDADES PIC S9(12).
       77 WS-IMPORTES PIC S9(12)V99.
       77 WS-TITULOS-PENDIENTES PIC X.
       77 WS-HAY-CABECERA PIC X.
       77 WS-HAY-PIE PIC X.
       77 WS-CABECERAS-FUERA PIC 9(5).
       77 WS-LINEAS-TRAS-PIE PIC 9(5).
       77 WS-LINEA-CABECERA PIC X(250).
       77 WS-LINEA-PIE PIC X(250).
       77 WS-COLUMNA PIC 99.
       77 WS-C PIC 99.
       77 WS-PUNTERO PIC 9(4).
       77 WS-CAMPO PIC X(30).
       77 WS-VALOR PIC S9(12)V99.

      *----------------------- CABECERA Y PIE -----------------------------
       77 WS-CAB-MARCA PIC X(10).
       77 WS-CAB-TIPO PIC X(20).
       77 WS-CAB-ORIGEN PIC X(20).
       77 WS-CAB-FECHA PIC X(10).
       77 WS-CAB-SECUENCIA PIC X(10).
       77 WS-PIE-MARCA PIC X(10).
       77 WS-PIE-REGISTROS PIC X(20).
       77 WS-PIE-CANTIDADES PIC X(20).
       77 WS-PIE-IMPORTES PIC X(20).
       77 WS-PIE-CANT-NUM PIC S9(12).
       77 WS-PIE-CENT-NUM PIC S9(14).
       77 WS-CENTIMOS PIC S9(14).
       77 WS-SECUENCIA-EDIT PIC 9(6).
       77 WS-REGISTROS-EDIT PIC 9(7).
       77 WS-CANTIDADES-EDIT PIC +9(12).
       77 WS-CENTIMOS-EDIT PIC +9(14).

      * Codigo de esta tienda (PA-TIENDA-CODIGO) para la cabecera.
           COPY PARAMETRO.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
           COPY INTERCAM REPLACING LEADING ==IX== BY ==LK-IX==.

       PROCEDURE DIVISION USING LK-IX-PETICION.
      *----------------------- CIFRAS DE CONTROL DE INTERCAMBIO -----------
      * Cabecera y pie de control de los archivos de intercambio
      * (INTERCAM.cpy). Un archivo cortado por una copia fallida se
      * queda sin pie o con cifras que no cuadran, y un archivo que
      * llega dos veces o se salta uno no casa con la secuencia: en
      * los tres casos la importacion se rechaza antes de tocar nada.
      * Cada archivo emitido, aceptado o rechazado queda en
      * INTERCAMBIOS-LOG.dat.
       INICIO.
           MOVE "S" TO LK-IX-RESULTADO
           MOVE SPACES TO LK-IX-MOTIVO
           IF LK-IX-SEPARADOR = SPACE
               MOVE "," TO LK-IX-SEPARADOR
           END-IF
           MOVE LK-IX-SEPARADOR TO WS-SEP
           MOVE LK-IX-ARCHIVO TO WS-NOMBRE-ARCHIVO
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO

           EVALUATE TRUE
               WHEN LK-IX-ABRIR-EXPORTACION
                   MOVE "S" TO WS-SENTIDO
                   PERFORM ABRIR-EXPORTACION
               WHEN LK-IX-CERRAR-EXPORTACION
                   MOVE "S" TO WS-SENTIDO
                   PERFORM CERRAR-EXPORTACION
               WHEN LK-IX-VERIFICAR-IMPORTACION
                   MOVE "E" TO WS-SENTIDO
                   PERFORM VERIFICAR-IMPORTACION
               WHEN LK-IX-REGISTRAR-IMPORTACION
                   MOVE "E" TO WS-SENTIDO
                   PERFORM REGISTRAR-IMPORTACION
               WHEN OTHER
                   MOVE "N" TO LK-IX-RESULTADO
                   MOVE "OPERACION DE CONTROL DESCONOCIDA"
                       TO LK-IX-MOTIVO
           END-EVALUATE
           GOBACK.

      *----------------------- EXPORTACION --------------------------------
      * La secuencia se propone al abrir y solo se fija al cerrar: un
      * export que se cae a medias no la consume.
       ABRIR-EXPORTACION.
           IF LK-IX-FECHA NOT NUMERIC OR LK-IX-FECHA = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO LK-IX-FECHA
           END-IF
           PERFORM ABRIR-CONTROL
           PERFORM LEER-SECUENCIA
           CLOSE INTERCAMBIOS-CONTROL
           COMPUTE LK-IX-SECUENCIA = WS-ULTIMA-SECUENCIA + 1
           MOVE LK-IX-SECUENCIA TO WS-SECUENCIA-EDIT
           MOVE SPACES TO LK-IX-CABECERA
           STRING "#CAB" WS-SEP
                  FUNCTION TRIM(LK-IX-TIPO) WS-SEP
                  FUNCTION TRIM(PA-TIENDA-CODIGO) WS-SEP
                  LK-IX-FECHA WS-SEP
                  WS-SECUENCIA-EDIT
               DELIMITED BY SIZE INTO LK-IX-CABECERA.

       CERRAR-EXPORTACION.
           PERFORM CONTAR-ARCHIVO
           EVALUATE TRUE
               WHEN WS-APERTURA-STATUS NOT = "00"
                   MOVE "N" TO LK-IX-RESULTADO
                   MOVE "NO SE PUDO LEER EL ARCHIVO EXPORTADO"
                       TO LK-IX-MOTIVO
               WHEN WS-HAY-PIE = "S"
                   MOVE "N" TO LK-IX-RESULTADO
                   MOVE "EL ARCHIVO YA LLEVA PIE DE CONTROL"
                       TO LK-IX-MOTIVO
           END-EVALUATE
           IF NOT LK-IX-ACEPTADO
               DISPLAY "AVISO: " LK-IX-ARCHIVO " sin pie de control: "
                   LK-IX-MOTIVO
               MOVE "CERRAR-EXPORTACION" TO WS-INC-PARRAFO
               MOVE LK-IX-ARCHIVO TO WS-INC-ARCHIVO
               MOVE WS-APERTURA-STATUS TO WS-INC-ESTADO
               MOVE LK-IX-MOTIVO TO WS-INC-DETALLE
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               PERFORM ESCRIBIR-PIE
           END-IF
           IF LK-IX-ACEPTADO
               PERFORM ABRIR-CONTROL
               PERFORM LEER-SECUENCIA
               PERFORM GRABAR-SECUENCIA
               CLOSE INTERCAMBIOS-CONTROL
               MOVE "E" TO WS-RESULTADO-LOG
               PERFORM GRABAR-LOG-INTERCAMBIO
           END-IF.

       ESCRIBIR-PIE.
           MOVE WS-REGISTROS TO LK-IX-REGISTROS
           MOVE WS-CANTIDADES TO LK-IX-TOTAL-CANTIDADES
           MOVE WS-IMPORTES TO LK-IX-TOTAL-IMPORTES
           COMPUTE WS-CENTIMOS = WS-IMPORTES * 100
           MOVE WS-REGISTROS TO WS-REGISTROS-EDIT
           MOVE WS-CANTIDADES TO WS-CANTIDADES-EDIT
           MOVE WS-CENTIMOS TO WS-CENTIMOS-EDIT
           OPEN EXTEND INTERCAMBIO-ARCHIVO
           IF WS-ARCHIVO-STATUS NOT = "00"
               DISPLAY "AVISO: no se pudo anadir el pie a "
                   LK-IX-ARCHIVO ". Estado: " WS-ARCHIVO-STATUS
               MOVE "N" TO LK-IX-RESULTADO
               MOVE "NO SE PUDO ANADIR EL PIE DE CONTROL"
                   TO LK-IX-MOTIVO
               MOVE "ESCRIBIR-PIE" TO WS-INC-PARRAFO
               MOVE LK-IX-ARCHIVO TO WS-INC-ARCHIVO
               MOVE WS-ARCHIVO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               MOVE SPACES TO INTERCAMBIO-LINEA
               STRING "#FIN" WS-SEP
                      WS-REGISTROS-EDIT WS-SEP
                      WS-CANTIDADES-EDIT WS-SEP
                      WS-CENTIMOS-EDIT
                   DELIMITED BY SIZE INTO INTERCAMBIO-LINEA
               WRITE INTERCAMBIO-LINEA
               CLOSE INTERCAMBIO-ARCHIVO
           END-IF.

      *----------------------- IMPORTACION --------------------------------
      * Todo el archivo se cuenta y se suma contra su pie antes de
      * que el programa que importa abra nada para grabar. La
      * primera tienda, proveedor o tipo que llega se acepta con la
      * secuencia que traiga; a partir de ahi, una a una.
       VERIFICAR-IMPORTACION.
           PERFORM CONTAR-ARCHIVO
           PERFORM COMPROBAR-ESTRUCTURA
           IF LK-IX-ACEPTADO
               PERFORM COMPROBAR-CABECERA
           END-IF
           IF LK-IX-ACEPTADO
               PERFORM COMPROBAR-PIE
           END-IF
           IF LK-IX-ACEPTADO
               PERFORM COMPROBAR-SECUENCIA
           END-IF
           MOVE WS-REGISTROS TO LK-IX-REGISTROS
           MOVE WS-CANTIDADES TO LK-IX-TOTAL-CANTIDADES
           MOVE WS-IMPORTES TO LK-IX-TOTAL-IMPORTES
           IF NOT LK-IX-ACEPTADO
               MOVE "R" TO WS-RESULTADO-LOG
               PERFORM GRABAR-LOG-INTERCAMBIO
           END-IF.

       COMPROBAR-ESTRUCTURA.
           EVALUATE TRUE
               WHEN WS-APERTURA-STATUS NOT = "00"
                   MOVE "N" TO LK-IX-RESULTADO
                   MOVE "NO SE PUDO ABRIR EL ARCHIVO" TO LK-IX-MOTIVO
               WHEN WS-HAY-CABECERA = "N"
                   MOVE "N" TO LK-IX-RESULTADO
                   MOVE "SIN CABECERA DE CONTROL" TO LK-IX-MOTIVO
               WHEN WS-HAY-PIE = "N"
                   MOVE "N" TO LK-IX-RESULTADO
                   MOVE "SIN PIE DE CONTROL: ARCHIVO INCOMPLETO"
                       TO LK-IX-MOTIVO
               WHEN WS-LINEAS-TRAS-PIE > 0
                   MOVE "N" TO LK-IX-RESULTADO
                   MOVE "LINEAS DESPUES DEL PIE DE CONTROL"
                       TO LK-IX-MOTIVO
               WHEN WS-CABECERAS-FUERA > 0
                   MOVE "N" TO LK-IX-RESULTADO
                   MOVE "CABECERA REPETIDA O FUERA DE SITIO"
                       TO LK-IX-MOTIVO
           END-EVALUATE.

       COMPROBAR-CABECERA.
           MOVE SPACES TO WS-CAB-MARCA WS-CAB-TIPO WS-CAB-ORIGEN
               WS-CAB-FECHA WS-CAB-SECUENCIA
           UNSTRING WS-LINEA-CABECERA DELIMITED BY WS-SEP
               INTO WS-CAB-MARCA
                    WS-CAB-TIPO
                    WS-CAB-ORIGEN
                    WS-CAB-FECHA
                    WS-CAB-SECUENCIA
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-CAB-FECHA(1:8) NOT NUMERIC OR
                    WS-CAB-SECUENCIA(1:6) NOT NUMERIC OR
                    WS-CAB-ORIGEN = SPACES
                   MOVE "N" TO LK-IX-RESULTADO
                   MOVE "CABECERA DE CONTROL MAL FORMADA"
                       TO LK-IX-MOTIVO
               WHEN WS-CAB-TIPO NOT = LK-IX-TIPO
                   MOVE "N" TO LK-IX-RESULTADO
                   MOVE SPACES TO LK-IX-MOTIVO
                   STRING "ES UN ARCHIVO DE " WS-CAB-TIPO
                       DELIMITED BY SIZE INTO LK-IX-MOTIVO
               WHEN WS-CAB-ORIGEN = PA-TIENDA-CODIGO
                   MOVE "N" TO LK-IX-RESULTADO
                   MOVE "ARCHIVO EMITIDO POR ESTA MISMA TIENDA"
                       TO LK-IX-MOTIVO
           END-EVALUATE
           MOVE WS-CAB-ORIGEN TO LK-IX-SOCIO
           IF WS-CAB-FECHA(1:8) NUMERIC
               MOVE WS-CAB-FECHA(1:8) TO LK-IX-FECHA
           ELSE
               MOVE ZEROES TO LK-IX-FECHA
           END-IF
           IF WS-CAB-SECUENCIA(1:6) NUMERIC
               MOVE WS-CAB-SECUENCIA(1:6) TO LK-IX-SECUENCIA
           ELSE
               MOVE ZEROES TO LK-IX-SECUENCIA
           END-IF.

       COMPROBAR-PIE.
           MOVE SPACES TO WS-PIE-MARCA WS-PIE-REGISTROS
               WS-PIE-CANTIDADES WS-PIE-IMPORTES
           UNSTRING WS-LINEA-PIE DELIMITED BY WS-SEP
               INTO WS-PIE-MARCA
                    WS-PIE-REGISTROS
                    WS-PIE-CANTIDADES
                    WS-PIE-IMPORTES
           END-UNSTRING
           IF WS-PIE-REGISTROS(1:7) NOT NUMERIC OR
              WS-PIE-CANTIDADES(2:12) NOT NUMERIC OR
              WS-PIE-IMPORTES(2:14) NOT NUMERIC
               MOVE "N" TO LK-IX-RESULTADO
               MOVE "PIE DE CONTROL MAL FORMADO" TO LK-IX-MOTIVO
           ELSE
               COMPUTE WS-PIE-CANT-NUM =
                   FUNCTION NUMVAL(WS-PIE-CANTIDADES)
               COMPUTE WS-PIE-CENT-NUM =
                   FUNCTION NUMVAL(WS-PIE-IMPORTES)
               COMPUTE WS-CENTIMOS = WS-IMPORTES * 100
               EVALUATE TRUE
                   WHEN WS-PIE-REGISTROS(1:7) NOT = WS-REGISTROS
                       MOVE "N" TO LK-IX-RESULTADO
                       MOVE "NO CUADRA EL NUMERO DE REGISTROS"
                           TO LK-IX-MOTIVO
                   WHEN WS-PIE-CANT-NUM NOT = WS-CANTIDADES
                       MOVE "N" TO LK-IX-RESULTADO
                       MOVE "NO CUADRA LA SUMA DE CANTIDADES"
                           TO LK-IX-MOTIVO
                   WHEN WS-PIE-CENT-NUM NOT = WS-CENTIMOS
                       MOVE "N" TO LK-IX-RESULTADO
                       MOVE "NO CUADRA LA SUMA DE IMPORTES"
                           TO LK-IX-MOTIVO
               END-EVALUATE
           END-IF.

       COMPROBAR-SECUENCIA.
           PERFORM ABRIR-CONTROL
           PERFORM LEER-SECUENCIA
           CLOSE INTERCAMBIOS-CONTROL
           IF WS-HAY-SECUENCIA = "S"
               COMPUTE WS-ESPERADA = WS-ULTIMA-SECUENCIA + 1
               EVALUATE TRUE
                   WHEN LK-IX-SECUENCIA NOT > WS-ULTIMA-SECUENCIA
                       MOVE "N" TO LK-IX-RESULTADO
                       MOVE SPACES TO LK-IX-MOTIVO
                       STRING "DUPLICADO: ULTIMA RECIBIDA "
                           WS-ULTIMA-SECUENCIA
                           DELIMITED BY SIZE INTO LK-IX-MOTIVO
                   WHEN LK-IX-SECUENCIA > WS-ESPERADA
                       MOVE "N" TO LK-IX-RESULTADO
                       MOVE SPACES TO LK-IX-MOTIVO
                       STRING "FUERA DE SECUENCIA: FALTA LA "
                           WS-ESPERADA
                           DELIMITED BY SIZE INTO LK-IX-MOTIVO
               END-EVALUATE
           END-IF.

       REGISTRAR-IMPORTACION.
           PERFORM ABRIR-CONTROL
           PERFORM LEER-SECUENCIA
           PERFORM GRABAR-SECUENCIA
           CLOSE INTERCAMBIOS-CONTROL
           MOVE "A" TO WS-RESULTADO-LOG
           PERFORM GRABAR-LOG-INTERCAMBIO.

      *----------------------- RECUENTO Y SUMAS ---------------------------
      * Lineas de datos: todas menos las vacias, la cabecera, el pie
      * y la de titulos (la primera tras la cabecera, si el archivo
      * la lleva).
       CONTAR-ARCHIVO.
           MOVE ZEROES TO WS-LINEAS-LEIDAS
           MOVE ZEROES TO WS-REGISTROS
           MOVE ZEROES TO WS-CANTIDADES
           MOVE ZEROES TO WS-IMPORTES
           MOVE ZEROES TO WS-CABECERAS-FUERA
           MOVE ZEROES TO WS-LINEAS-TRAS-PIE
           MOVE "N" TO WS-HAY-CABECERA
           MOVE "N" TO WS-HAY-PIE
           MOVE SPACES TO WS-LINEA-CABECERA
           MOVE SPACES TO WS-LINEA-PIE
           MOVE LK-IX-CON-TITULOS TO WS-TITULOS-PENDIENTES
           OPEN INPUT INTERCAMBIO-ARCHIVO
           MOVE WS-ARCHIVO-STATUS TO WS-APERTURA-STATUS
           IF WS-ARCHIVO-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ INTERCAMBIO-ARCHIVO
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM CLASIFICAR-LINEA
                   END-READ
               END-PERFORM
               CLOSE INTERCAMBIO-ARCHIVO
           END-IF.

       CLASIFICAR-LINEA.
           EVALUATE TRUE
               WHEN INTERCAMBIO-LINEA = SPACES
                   CONTINUE
               WHEN WS-HAY-PIE = "S"
                   ADD 1 TO WS-LINEAS-TRAS-PIE
               WHEN INTERCAMBIO-LINEA(1:4) = "#CAB"
                   IF WS-LINEAS-LEIDAS = 0
                       MOVE "S" TO WS-HAY-CABECERA
                       MOVE INTERCAMBIO-LINEA TO WS-LINEA-CABECERA
                   ELSE
                       ADD 1 TO WS-CABECERAS-FUERA
                   END-IF
               WHEN INTERCAMBIO-LINEA(1:4) = "#FIN"
                   MOVE "S" TO WS-HAY-PIE
                   MOVE INTERCAMBIO-LINEA TO WS-LINEA-PIE
               WHEN WS-TITULOS-PENDIENTES = "S"
                   MOVE "N" TO WS-TITULOS-PENDIENTES
               WHEN OTHER
                   PERFORM SUMAR-LINEA
           END-EVALUATE
           IF INTERCAMBIO-LINEA NOT = SPACES
               ADD 1 TO WS-LINEAS-LEIDAS
           END-IF.

       SUMAR-LINEA.
           ADD 1 TO WS-REGISTROS
           IF LK-IX-COL-CANTIDAD > 0
               MOVE LK-IX-COL-CANTIDAD TO WS-COLUMNA
               PERFORM EXTRAER-COLUMNA
               PERFORM VALOR-DE-CAMPO
               ADD WS-VALOR TO WS-CANTIDADES
           END-IF
           IF LK-IX-COL-IMPORTE > 0
               MOVE LK-IX-COL-IMPORTE TO WS-COLUMNA
               PERFORM EXTRAER-COLUMNA
               PERFORM VALOR-DE-CAMPO
               ADD WS-VALOR TO WS-IMPORTES
           END-IF.

      *> Deja en WS-CAMPO la columna WS-COLUMNA de la linea.
       EXTRAER-COLUMNA.
           MOVE 1 TO WS-PUNTERO
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-COLUMNA
               MOVE SPACES TO WS-CAMPO
               IF WS-PUNTERO <= 250
                   UNSTRING INTERCAMBIO-LINEA DELIMITED BY WS-SEP
                       INTO WS-CAMPO
                       WITH POINTER WS-PUNTERO
                   END-UNSTRING
               END-IF
           END-PERFORM.

      *> Una columna vacia o con texto suma cero, igual en los dos
      *> lados: la descuadra el archivo cortado, no el dato raro.
       VALOR-DE-CAMPO.
           IF WS-CAMPO = SPACES OR
              FUNCTION TEST-NUMVAL(WS-CAMPO) NOT = 0
               MOVE ZEROES TO WS-VALOR
           ELSE
               COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-CAMPO)
           END-IF.

      *----------------------- SECUENCIAS ---------------------------------
       ABRIR-CONTROL.
           OPEN I-O INTERCAMBIOS-CONTROL
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT INTERCAMBIOS-CONTROL
               CLOSE INTERCAMBIOS-CONTROL
               OPEN I-O INTERCAMBIOS-CONTROL
           END-IF
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "AVISO: no se pudo abrir "
                   "INTERCAMBIOS-CONTROL.dat. Estado: "
                   WS-CONTROL-STATUS
               MOVE "ABRIR-CONTROL" TO WS-INC-PARRAFO
               MOVE "INTERCAMBIOS-CONTROL.dat" TO WS-INC-ARCHIVO
               MOVE WS-CONTROL-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

       LEER-SECUENCIA.
           MOVE WS-SENTIDO TO SC-SENTIDO
           MOVE LK-IX-TIPO TO SC-TIPO
           MOVE LK-IX-SOCIO TO SC-SOCIO
           MOVE "N" TO WS-HAY-SECUENCIA
           MOVE ZEROES TO WS-ULTIMA-SECUENCIA
           IF WS-CONTROL-STATUS = "00"
               READ INTERCAMBIOS-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-HAY-SECUENCIA
                       MOVE SC-SECUENCIA TO WS-ULTIMA-SECUENCIA
               END-READ
           END-IF.

       GRABAR-SECUENCIA.
           MOVE WS-SENTIDO TO SC-SENTIDO
           MOVE LK-IX-TIPO TO SC-TIPO
           MOVE LK-IX-SOCIO TO SC-SOCIO
           MOVE LK-IX-SECUENCIA TO SC-SECUENCIA
           MOVE LK-IX-FECHA TO SC-FECHA-ARCHIVO
           MOVE FUNCTION CURRENT-DATE(1:8) TO SC-FECHA-PROCESO
           IF WS-CONTROL-STATUS = "00" OR
              WS-CONTROL-STATUS = "23"
               IF WS-HAY-SECUENCIA = "S"
                   REWRITE SECUENCIA-INTERCAMBIO-REG
               ELSE
                   WRITE SECUENCIA-INTERCAMBIO-REG
               END-IF
               IF WS-CONTROL-STATUS NOT = "00"
                   DISPLAY "AVISO: no se pudo grabar la secuencia "
                       "de " LK-IX-TIPO ". Estado: "
                       WS-CONTROL-STATUS
                   MOVE "GRABAR-SECUENCIA" TO WS-INC-PARRAFO
                   MOVE "INTERCAMBIOS-CONTROL.dat" TO WS-INC-ARCHIVO
                   MOVE WS-CONTROL-STATUS TO WS-INC-ESTADO
                   MOVE SC-CLAVE TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
           END-IF.

      *----------------------- LOG DE INTERCAMBIOS ------------------------
       GRABAR-LOG-INTERCAMBIO.
           OPEN EXTEND INTERCAMBIOS-LOG
           IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
               OPEN OUTPUT INTERCAMBIOS-LOG
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "AVISO: no se pudo abrir INTERCAMBIOS-LOG.dat. "
                   "Estado: " WS-LOG-STATUS
               MOVE "GRABAR-LOG-INTERCAMBIO" TO WS-INC-PARRAFO
               MOVE "INTERCAMBIOS-LOG.dat" TO WS-INC-ARCHIVO
               MOVE WS-LOG-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO IL-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6) TO IL-HORA
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
               MOVE WS-OPERADOR TO IL-OPERADOR
               MOVE WS-SENTIDO TO IL-SENTIDO
               MOVE LK-IX-TIPO TO IL-TIPO
               MOVE LK-IX-SOCIO TO IL-SOCIO
               MOVE LK-IX-SECUENCIA TO IL-SECUENCIA
               MOVE LK-IX-FECHA TO IL-FECHA-ARCHIVO
               MOVE LK-IX-REGISTROS TO IL-REGISTROS
               MOVE LK-IX-TOTAL-CANTIDADES TO IL-TOTAL-CANTIDADES
               MOVE LK-IX-TOTAL-IMPORTES TO IL-TOTAL-IMPORTES
               MOVE WS-RESULTADO-LOG TO IL-RESULTADO
               MOVE LK-IX-MOTIVO TO IL-MOTIVO
               MOVE LK-IX-PROGRAMA TO IL-PROGRAMA
               MOVE LK-IX-ARCHIVO TO IL-ARCHIVO
               WRITE INTERCAMBIO-LOG-REG
               CLOSE INTERCAMBIOS-LOG
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "CONTROL-INTERCAMBIO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM CONTROL-INTERCAMBIO.
