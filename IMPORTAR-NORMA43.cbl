       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-NORMA43.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Extracto descargado de la banca electronica en Norma 43.
           SELECT EXTRACTO-N43
               ASSIGN TO "NORMA43-ENTRADA.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACTO-STATUS.

           SELECT MOVIMIENTOS-BANCO
               ASSIGN TO "MOVIMIENTOS-BANCO-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-NUMERO
               ALTERNATE RECORD KEY IS MB-CLAVE-EXTRACTO
               FILE STATUS IS WS-MOVIMIENTOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXTRACTO-N43.
           COPY NORMA43.

       FD MOVIMIENTOS-BANCO.
           COPY MOVBANCO.

       WORKING-STORAGE SECTION.
       01 WS-EXTRACTO-STATUS PIC XX.
       01 WS-MOVIMIENTOS-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-MOVIMIENTO-CONTADOR PIC 9(8) VALUE ZEROES.
       01 WS-CUENTA-ACTUAL PIC X(18) VALUE SPACES.
       01 WS-FECHA-ANTERIOR PIC 9(8) VALUE ZEROES.
       01 WS-ORDEN-DIA PIC 9(4) VALUE ZEROES.
      * Movimiento leido y aun sin grabar: espera a sus registros 23.
       01 WS-APUNTE-PENDIENTE PIC X VALUE "N".
       01 WS-LINEAS-LEIDAS PIC 9(6) VALUE ZEROES.
       01 WS-LINEAS-RECHAZADAS PIC 9(6) VALUE ZEROES.
       01 WS-APUNTES-LEIDOS PIC 9(6) VALUE ZEROES.
       01 WS-APUNTES-NUEVOS PIC 9(6) VALUE ZEROES.
       01 WS-APUNTES-REPETIDOS PIC 9(6) VALUE ZEROES.
       01 WS-CUENTAS-LEIDAS PIC 9(3) VALUE ZEROES.
       01 WS-DESCUADRES PIC 9(3) VALUE ZEROES.

      *----------------------- TOTALES DE CONTROL POR CUENTA -------------
      * Se comparan con el registro 33 de cada cuenta: si no cuadran
      * el extracto llego cortado o alterado.
       01 WS-APUNTES-DEBE PIC 9(5).
       01 WS-TOTAL-DEBE PIC 9(12)V99.
       01 WS-APUNTES-HABER PIC 9(5).
       01 WS-TOTAL-HABER PIC 9(12)V99.
       01 WS-IMPORTE-EDIT PIC Z(11)9.99.

      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada.
           COPY SEGURIDAD.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- IMPORTACION NORMA 43 -----------------------
      * Lee el extracto del banco en Norma 43 (NORMA43-ENTRADA.txt) y
      * da de alta cada movimiento (registro 22, con su concepto 23)
      * en MOVIMIENTOS-BANCO-INDEXADO.dat, pendiente de casar. Los
      * movimientos ya importados de un extracto anterior se saltan
      * por su clave de extracto. Comprueba los totales de control
      * de cada cuenta contra su registro 33. El casado con las
      * partidas del sistema se hace en CONCILIAR-BANCO.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "OPERADOR NO AUTORIZADO."
               STOP RUN
           END-IF

           OPEN INPUT EXTRACTO-N43
           IF WS-EXTRACTO-STATUS NOT = "00"
               DISPLAY "No se encontro NORMA43-ENTRADA.txt."
               STOP RUN
           END-IF

           OPEN I-O MOVIMIENTOS-BANCO
           IF WS-MOVIMIENTOS-STATUS = "35"
               OPEN OUTPUT MOVIMIENTOS-BANCO
               CLOSE MOVIMIENTOS-BANCO
               OPEN I-O MOVIMIENTOS-BANCO
           END-IF
           IF WS-MOVIMIENTOS-STATUS NOT = "00"
               DISPLAY "Error al abrir MOVIMIENTOS-BANCO-INDEXADO.dat. "
                   "Estado: " WS-MOVIMIENTOS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "MOVIMIENTOS-BANCO-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-MOVIMIENTOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE EXTRACTO-N43
               STOP RUN
           END-IF

           PERFORM RECUPERAR-ULTIMO-NUMERO

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ EXTRACTO-N43
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINEAS-LEIDAS
                       PERFORM PROCESAR-LINEA
               END-READ
           END-PERFORM
           PERFORM GRABAR-APUNTE-PENDIENTE

           CLOSE EXTRACTO-N43
           CLOSE MOVIMIENTOS-BANCO

           DISPLAY "-------------------------------"
           DISPLAY "Lineas leidas.............: " WS-LINEAS-LEIDAS
           DISPLAY "Cuentas...................: " WS-CUENTAS-LEIDAS
           DISPLAY "Movimientos del extracto..: " WS-APUNTES-LEIDOS
           DISPLAY "Movimientos nuevos........: " WS-APUNTES-NUEVOS
           DISPLAY "Ya importados antes.......: " WS-APUNTES-REPETIDOS
           IF WS-LINEAS-RECHAZADAS > 0
               DISPLAY "Lineas no reconocidas.....: "
                   WS-LINEAS-RECHAZADAS
           END-IF
           IF WS-DESCUADRES > 0
               DISPLAY "*** " WS-DESCUADRES " cuenta(s) no cuadran "
                   "con su registro de totales: revise el extracto."
           END-IF
           DISPLAY "Case los movimientos en CONCILIAR-BANCO."
           STOP RUN.

       RECUPERAR-ULTIMO-NUMERO.
           MOVE 0 TO WS-MOVIMIENTO-CONTADOR
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ MOVIMIENTOS-BANCO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE MB-NUMERO TO WS-MOVIMIENTO-CONTADOR
               END-READ
           END-PERFORM
           ADD 1 TO WS-MOVIMIENTO-CONTADOR.

       PROCESAR-LINEA.
           EVALUATE TRUE
               WHEN N43-CABECERA-CUENTA
                   PERFORM GRABAR-APUNTE-PENDIENTE
                   PERFORM INICIAR-CUENTA
               WHEN N43-MOVIMIENTO
                   PERFORM GRABAR-APUNTE-PENDIENTE
                   PERFORM PREPARAR-APUNTE
               WHEN N43-COMPLEMENTARIO
                   PERFORM ANOTAR-CONCEPTO
               WHEN N43-EQUIVALENCIA
                   CONTINUE
               WHEN N43-FINAL-CUENTA
                   PERFORM GRABAR-APUNTE-PENDIENTE
                   PERFORM COMPROBAR-TOTALES-CUENTA
               WHEN N43-FIN-FICHERO
                   PERFORM GRABAR-APUNTE-PENDIENTE
               WHEN OTHER
                   ADD 1 TO WS-LINEAS-RECHAZADAS
                   DISPLAY "Linea no reconocida: " N43-LINEA
                   MOVE "PROCESAR-LINEA" TO WS-INC-PARRAFO
                   MOVE "NORMA43-ENTRADA.txt" TO WS-INC-ARCHIVO
                   MOVE N43-LINEA TO WS-INC-DETALLE
                   PERFORM REGISTRAR-INCIDENCIA-AVISO
           END-EVALUATE.

      *----------------------- CABECERA DE CUENTA (11) --------------------
       INICIAR-CUENTA.
           ADD 1 TO WS-CUENTAS-LEIDAS
           MOVE N43-C-CUENTA TO WS-CUENTA-ACTUAL
           MOVE ZEROES TO WS-FECHA-ANTERIOR
           MOVE ZEROES TO WS-ORDEN-DIA
           MOVE ZEROES TO WS-APUNTES-DEBE
           MOVE ZEROES TO WS-TOTAL-DEBE
           MOVE ZEROES TO WS-APUNTES-HABER
           MOVE ZEROES TO WS-TOTAL-HABER
           DISPLAY "Cuenta " N43-C-ENTIDAD " " N43-C-OFICINA " "
               N43-C-NUMERO " " N43-C-NOMBRE
           MOVE N43-C-SALDO-INICIAL TO WS-IMPORTE-EDIT
           IF N43-C-SIGNO-SALDO = "1"
               DISPLAY "  Del " N43-C-FECHA-INICIAL " al "
                   N43-C-FECHA-FINAL "  saldo inicial -"
                   WS-IMPORTE-EDIT
           ELSE
               DISPLAY "  Del " N43-C-FECHA-INICIAL " al "
                   N43-C-FECHA-FINAL "  saldo inicial  "
                   WS-IMPORTE-EDIT
           END-IF.

      *----------------------- MOVIMIENTO (22) ----------------------------
      * El orden del apunte dentro del dia forma parte de la clave del
      * extracto: el banco siempre los da en el mismo orden.
       PREPARAR-APUNTE.
           ADD 1 TO WS-APUNTES-LEIDOS
           INITIALIZE MOVIMIENTO-BANCO-REGISTRO
           COMPUTE MB-FECHA-OPERACION =
               20000000 + N43-M-FECHA-OPERACION
           COMPUTE MB-FECHA-VALOR = 20000000 + N43-M-FECHA-VALOR
           IF MB-FECHA-OPERACION = WS-FECHA-ANTERIOR
               ADD 1 TO WS-ORDEN-DIA
           ELSE
               MOVE MB-FECHA-OPERACION TO WS-FECHA-ANTERIOR
               MOVE 1 TO WS-ORDEN-DIA
           END-IF
           MOVE WS-CUENTA-ACTUAL TO MB-CUENTA
           MOVE WS-ORDEN-DIA TO MB-ORDEN
           MOVE N43-M-CONCEPTO-COMUN TO MB-CONCEPTO-COMUN
           MOVE N43-M-CONCEPTO-PROPIO TO MB-CONCEPTO-PROPIO
           MOVE N43-M-IMPORTE TO MB-IMPORTE
           IF N43-M-SIGNO = "1"
               MOVE "C" TO MB-SIGNO
               ADD 1 TO WS-APUNTES-DEBE
               ADD N43-M-IMPORTE TO WS-TOTAL-DEBE
           ELSE
               MOVE "A" TO MB-SIGNO
               ADD 1 TO WS-APUNTES-HABER
               ADD N43-M-IMPORTE TO WS-TOTAL-HABER
           END-IF
           MOVE N43-M-DOCUMENTO TO MB-DOCUMENTO
           MOVE N43-M-REFERENCIA-1 TO MB-REFERENCIA-1
           MOVE N43-M-REFERENCIA-2 TO MB-REFERENCIA-2
           MOVE SPACES TO MB-CONCEPTO
           MOVE "P" TO MB-ESTADO
           MOVE SPACES TO MB-PARTIDA-TIPO
           MOVE SPACES TO MB-PARTIDA-CLAVE
           MOVE SPACES TO MB-OPERADOR
           MOVE WS-HOY TO MB-FECHA-IMPORTACION
           MOVE "S" TO WS-APUNTE-PENDIENTE.

      *----------------------- CONCEPTO COMPLEMENTARIO (23) ---------------
      * Se guarda el primero (codigo 01), que es donde el banco pone
      * el ordenante o beneficiario; si no viene, el primero que haya.
       ANOTAR-CONCEPTO.
           IF WS-APUNTE-PENDIENTE = "S"
               IF N43-K-CODIGO = 1 OR MB-CONCEPTO = SPACES
                   MOVE SPACES TO MB-CONCEPTO
                   STRING N43-K-CONCEPTO-1 DELIMITED BY SIZE
                          N43-K-CONCEPTO-2 DELIMITED BY SIZE
                          INTO MB-CONCEPTO
                   END-STRING
               END-IF
           END-IF.

       GRABAR-APUNTE-PENDIENTE.
           IF WS-APUNTE-PENDIENTE = "S"
               MOVE "N" TO WS-APUNTE-PENDIENTE
               MOVE WS-MOVIMIENTO-CONTADOR TO MB-NUMERO
               WRITE MOVIMIENTO-BANCO-REGISTRO
                   INVALID KEY
                       IF WS-MOVIMIENTOS-STATUS = "22"
                           ADD 1 TO WS-APUNTES-REPETIDOS
                       ELSE
                           DISPLAY "Error al grabar el movimiento del "
                               MB-FECHA-OPERACION ". Estado: "
                               WS-MOVIMIENTOS-STATUS
                           MOVE "GRABAR-APUNTE-PENDIENTE"
                               TO WS-INC-PARRAFO
                           MOVE "MOVIMIENTOS-BANCO-INDEXADO.dat"
                               TO WS-INC-ARCHIVO
                           MOVE WS-MOVIMIENTOS-STATUS TO WS-INC-ESTADO
                           MOVE MB-NUMERO TO WS-INC-CLAVE
                           PERFORM REGISTRAR-INCIDENCIA
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-APUNTES-NUEVOS
                       ADD 1 TO WS-MOVIMIENTO-CONTADOR
               END-WRITE
           END-IF.

      *----------------------- FINAL DE CUENTA (33) -----------------------
       COMPROBAR-TOTALES-CUENTA.
           IF N43-F-APUNTES-DEBE NOT = WS-APUNTES-DEBE OR
              N43-F-TOTAL-DEBE NOT = WS-TOTAL-DEBE OR
              N43-F-APUNTES-HABER NOT = WS-APUNTES-HABER OR
              N43-F-TOTAL-HABER NOT = WS-TOTAL-HABER
               ADD 1 TO WS-DESCUADRES
               DISPLAY "*** Cuenta " N43-F-CUENTA
                   ": los movimientos no cuadran con el registro 33."
               MOVE N43-F-TOTAL-DEBE TO WS-IMPORTE-EDIT
               DISPLAY "    Extracto: " N43-F-APUNTES-DEBE
                   " cargos por " WS-IMPORTE-EDIT
               MOVE WS-TOTAL-DEBE TO WS-IMPORTE-EDIT
               DISPLAY "    Leidos..: " WS-APUNTES-DEBE
                   " cargos por " WS-IMPORTE-EDIT
               MOVE N43-F-TOTAL-HABER TO WS-IMPORTE-EDIT
               DISPLAY "    Extracto: " N43-F-APUNTES-HABER
                   " abonos por " WS-IMPORTE-EDIT
               MOVE WS-TOTAL-HABER TO WS-IMPORTE-EDIT
               DISPLAY "    Leidos..: " WS-APUNTES-HABER
                   " abonos por " WS-IMPORTE-EDIT
           END-IF
           MOVE N43-F-SALDO-FINAL TO WS-IMPORTE-EDIT
           IF N43-F-SIGNO-SALDO = "1"
               DISPLAY "  Saldo final -" WS-IMPORTE-EDIT
           ELSE
               DISPLAY "  Saldo final  " WS-IMPORTE-EDIT
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
           MOVE "IMPORTAR-NORMA43" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM IMPORTAR-NORMA43.
