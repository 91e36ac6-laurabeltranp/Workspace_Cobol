       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-JORNADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHAJES
               ASSIGN TO "FICHAJES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FICHAJES-STATUS.

           SELECT OPERADORES
               ASSIGN TO "OPERADORES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-OPERADORES-STATUS.

           SELECT CONTRATOS
               ASSIGN TO "CONTRATOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-OPERADOR-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CONTRATOS-STATUS.

           SELECT REPORTE-TXT
               ASSIGN TO DYNAMIC WS-NOMBRE-LISTADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHAJES.
           COPY FICHAJE.

       FD OPERADORES.
           COPY OPERADOR.

       FD CONTRATOS.
           COPY CONTRATO.

       FD REPORTE-TXT.
       01 REP-LINEA PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-FICHAJES-STATUS PIC XX.
       01 WS-OPERADORES-STATUS PIC XX.
       01 WS-CONTRATOS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-NOMBRE-LISTADO PIC X(40).
       01 WS-EOF PIC X VALUE "N".
       01 WS-HAY-OPERADORES PIC X VALUE "N".
       01 WS-HAY-CONTRATOS PIC X VALUE "N".
       01 WS-HAY-CONTRATO PIC X VALUE "N".
       01 WS-EMPLEADOS PIC 9(4) VALUE ZEROES.
       01 TIENDA-NOMBRE PIC X(40) VALUE
           "ULTRAMARINOS LA ESQUINA S.L.".
       01 TIENDA-NIF PIC X(20) VALUE "NIF: B-00000000".
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.

      *----------------------- JORNADA DEL DIA ----------------------------
      * Los fichajes validos de un dia se recorren en orden de hora:
      * la entrada abre un tramo de trabajo, el inicio de pausa lo
      * cierra y abre la pausa, el fin de pausa abre otro tramo y la
      * salida cierra lo que este abierto. Todo en segundos.
       01 WS-EMP-ACTUAL PIC X(8) VALUE SPACES.
       01 WS-DIA-FECHA PIC 9(8).
       01 WS-DIA-ENTRADA PIC 9(6).
       01 WS-DIA-SALIDA PIC 9(6).
       01 WS-DIA-SEG-TRABAJO PIC 9(6).
       01 WS-DIA-SEG-PAUSA PIC 9(6).
       01 WS-DIA-SEG-EXTRA PIC 9(6).
       01 WS-TRAMO-INICIO PIC 9(6).
       01 WS-PAUSA-INICIO PIC 9(6).
       01 WS-DIA-SITUACION PIC X.
           88 DIA-FUERA VALUE "F".
           88 DIA-DENTRO VALUE "D".
           88 DIA-EN-PAUSA VALUE "P".
      * Un paso fuera de orden (salida sin entrada, dos entradas...)
      * marca el dia para revisar; no se corrige aqui.
       01 WS-DIA-ANOMALO PIC X VALUE "N".
       01 WS-HORA-TRABAJO PIC 9(6).
       01 WS-HORA-PARTES REDEFINES WS-HORA-TRABAJO.
           05 WS-HT-HH PIC 99.
           05 WS-HT-MM PIC 99.
           05 WS-HT-SS PIC 99.
       01 WS-SEGUNDO PIC 9(6).
       01 WS-SEG-CONTRATO PIC 9(6).

      *----------------------- TOTALES DEL EMPLEADO -----------------------
       01 WS-EMP-DIAS PIC 9(3).
       01 WS-EMP-INCOMPLETOS PIC 9(3).
       01 WS-EMP-SEG-TRABAJO PIC 9(8).
       01 WS-EMP-SEG-PAUSA PIC 9(8).
       01 WS-EMP-SEG-EXTRA PIC 9(8).

      *> Duracion en segundos a H:MM para el listado.
       01 WS-SEGUNDOS PIC 9(8).
       01 WS-MINUTOS-TOTAL PIC 9(7).
       01 WS-DURACION-EDIT.
           05 WS-DE-HORAS PIC ZZ9.
           05 FILLER PIC X VALUE ":".
           05 WS-DE-MINUTOS PIC 99.
       01 WS-HORA-EDIT.
           05 WS-HE-HH PIC 99.
           05 FILLER PIC X VALUE ":".
           05 WS-HE-MM PIC 99.

      *----------------------- LINEAS DEL REPORTE -------------------------
       01 REP-EMPRESA.
           05 RE-TIENDA PIC X(40).
           05 FILLER PIC X(10) VALUE SPACES.
           05 RE-NIF PIC X(20).
       01 REP-TITULO.
           05 FILLER PIC X(34) VALUE
               "REGISTRO DIARIO DE JORNADA - MES ".
           05 RT-MES PIC 9(6).
       01 REP-TRABAJADOR.
           05 FILLER PIC X(12) VALUE "Trabajador: ".
           05 RTR-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RTR-NOMBRE PIC X(30).
       01 REP-CONTRATO.
           05 FILLER PIC X(20) VALUE "Jornada contratada: ".
           05 RC-DIARIAS PIC Z9.99.
           05 FILLER PIC X(16) VALUE " h diarias,     ".
           05 RC-SEMANALES PIC Z9.99.
           05 FILLER PIC X(12) VALUE " h semanales".
       01 REP-ENCABEZADO.
           05 FILLER PIC X(10) VALUE "FECHA".
           05 FILLER PIC X(9) VALUE "ENTRADA".
           05 FILLER PIC X(8) VALUE "SALIDA".
           05 FILLER PIC X(9) VALUE "  PAUSAS".
           05 FILLER PIC X(11) VALUE "  TRABAJADO".
           05 FILLER PIC X(8) VALUE "   EXTRA".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "OBSERVACIONES".
       01 REP-DIA.
           05 RD-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-ENTRADA PIC X(5).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-SALIDA PIC X(5).
           05 FILLER PIC X(5) VALUE SPACES.
           05 RD-PAUSA PIC X(6).
           05 FILLER PIC X(6) VALUE SPACES.
           05 RD-TRABAJO PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-EXTRA PIC X(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-OBSERVACION PIC X(20).
       01 REP-TOTAL.
           05 FILLER PIC X(10) VALUE "TOTAL MES".
           05 RTO-DIAS PIC ZZ9.
           05 FILLER PIC X(16) VALUE " dias".
           05 RTO-PAUSA PIC X(6).
           05 FILLER PIC X(6) VALUE SPACES.
           05 RTO-TRABAJO PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RTO-EXTRA PIC X(6).
       01 REP-INCOMPLETOS.
           05 FILLER PIC X(38) VALUE
               "Dias con fichaje incompleto o anomalo:".
           05 RI-DIAS PIC ZZ9.
       01 REP-FIRMAS.
           05 FILLER PIC X(45) VALUE "Firma de la empresa".
           05 FILLER PIC X(25) VALUE "Firma del trabajador".
       01 REP-RAYAS.
           05 FILLER PIC X(30) VALUE ALL "_".
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(30) VALUE ALL "_".
       01 REP-NOTA-LEGAL.
           05 FILLER PIC X(36) VALUE
               "Registro de jornada (art. 34.9 ET). ".
           05 FILLER PIC X(40) VALUE
               "Se conserva a disposicion cuatro anos.".
       01 REP-SIN-CONTRATO.
           05 FILLER PIC X(40) VALUE
               "Jornada contratada: no registrada (sin ".
           05 FILLER PIC X(24) VALUE "calculo de horas extra).".
       01 REP-SEPARADOR PIC X(90) VALUE ALL "-".
       01 REP-FIN-EMPLEADO PIC X(90) VALUE ALL "=".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * Mes del informe (AAAAMM) y empleado; en blanco, todos los
      * que ficharon ese mes, uno detras de otro.
       01 LK-MES PIC 9(6).
       01 LK-OPERADOR PIC X(8).

       PROCEDURE DIVISION USING LK-MES, LK-OPERADOR.
      *----------------------- INFORME MENSUAL DE JORNADA -----------------
      * Por empleado y dia: primera entrada, ultima salida, tiempo de
      * pausa, tiempo trabajado y horas extra sobre la jornada diaria
      * contratada (CONTRATOS), con el total del mes y el pie de firma
      * de empresa y trabajador. Solo cuentan los fichajes validos:
      * los anulados por correccion no suman.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           MOVE SPACES TO WS-NOMBRE-LISTADO
           STRING "REPORTE-JORNADA-" LK-MES ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-LISTADO

           OPEN INPUT FICHAJES
           IF WS-FICHAJES-STATUS NOT = "00"
               DISPLAY "NO HAY FICHAJES REGISTRADOS."
               GOBACK
           END-IF
           OPEN INPUT OPERADORES
           IF WS-OPERADORES-STATUS = "00"
               MOVE "S" TO WS-HAY-OPERADORES
           END-IF
           OPEN INPUT CONTRATOS
           IF WS-CONTRATOS-STATUS = "00"
               MOVE "S" TO WS-HAY-CONTRATOS
           END-IF
           OPEN OUTPUT REPORTE-TXT
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "No se pudo crear " WS-NOMBRE-LISTADO
                   " Estado: " WS-REPORTE-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-LISTADO TO WS-INC-ARCHIVO
               MOVE WS-REPORTE-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE FICHAJES
               GOBACK
           END-IF

           MOVE LK-OPERADOR TO FI-OPERADOR-ID
           IF LK-OPERADOR = SPACES
               MOVE LOW-VALUES TO FI-OPERADOR-ID
           END-IF
           MOVE LK-MES TO FI-FECHA(1:6)
           MOVE "01" TO FI-FECHA(7:2)
           MOVE ZEROES TO FI-HORA
           MOVE ZEROES TO FI-SECUENCIA
           MOVE "N" TO WS-EOF
           START FICHAJES KEY IS NOT LESS FI-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ FICHAJES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF LK-OPERADOR NOT = SPACES AND
                          FI-OPERADOR-ID NOT = LK-OPERADOR
                           MOVE "S" TO WS-EOF
                       ELSE
                           IF FI-FECHA(1:6) = LK-MES AND FI-VALIDO
                               PERFORM PROCESAR-FICHAJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMP-ACTUAL NOT = SPACES
               PERFORM CERRAR-EMPLEADO
           END-IF

           IF WS-EMPLEADOS = 0
               MOVE LK-MES TO RT-MES
               MOVE REP-TITULO TO REP-LINEA
               WRITE REP-LINEA
               MOVE "SIN FICHAJES EN EL MES." TO REP-LINEA
               WRITE REP-LINEA
           END-IF

           CLOSE FICHAJES
           IF WS-HAY-OPERADORES = "S"
               CLOSE OPERADORES
           END-IF
           IF WS-HAY-CONTRATOS = "S"
               CLOSE CONTRATOS
           END-IF
           CLOSE REPORTE-TXT
           DISPLAY "Informe de jornada en " WS-NOMBRE-LISTADO
               ": " WS-EMPLEADOS " empleado(s)."
           GOBACK.

       PROCESAR-FICHAJE.
           IF FI-OPERADOR-ID NOT = WS-EMP-ACTUAL
               IF WS-EMP-ACTUAL NOT = SPACES
                   PERFORM CERRAR-EMPLEADO
               END-IF
               PERFORM ABRIR-EMPLEADO
           ELSE
               IF FI-FECHA NOT = WS-DIA-FECHA
                   PERFORM CERRAR-DIA
                   PERFORM INICIAR-DIA
               END-IF
           END-IF
           PERFORM APLICAR-FICHAJE.

      *----------------------- EMPLEADO -----------------------------------
       ABRIR-EMPLEADO.
           ADD 1 TO WS-EMPLEADOS
           MOVE FI-OPERADOR-ID TO WS-EMP-ACTUAL
           MOVE ZEROES TO WS-EMP-DIAS
           MOVE ZEROES TO WS-EMP-INCOMPLETOS
           MOVE ZEROES TO WS-EMP-SEG-TRABAJO
           MOVE ZEROES TO WS-EMP-SEG-PAUSA
           MOVE ZEROES TO WS-EMP-SEG-EXTRA

           MOVE SPACES TO RTR-NOMBRE
           IF WS-HAY-OPERADORES = "S"
               MOVE WS-EMP-ACTUAL TO OP-ID
               READ OPERADORES
                   INVALID KEY
                       MOVE "(no esta en el maestro)" TO RTR-NOMBRE
                   NOT INVALID KEY
                       MOVE OP-NOMBRE TO RTR-NOMBRE
               END-READ
           END-IF
           MOVE "N" TO WS-HAY-CONTRATO
           MOVE ZEROES TO WS-SEG-CONTRATO
           IF WS-HAY-CONTRATOS = "S"
               MOVE WS-EMP-ACTUAL TO CT-OPERADOR-ID
               READ CONTRATOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-HAY-CONTRATO
                       COMPUTE WS-SEG-CONTRATO =
                           CT-HORAS-DIARIAS * 3600
               END-READ
           END-IF

           MOVE TIENDA-NOMBRE TO RE-TIENDA
           MOVE TIENDA-NIF TO RE-NIF
           MOVE REP-EMPRESA TO REP-LINEA
           WRITE REP-LINEA
           MOVE LK-MES TO RT-MES
           MOVE REP-TITULO TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-EMP-ACTUAL TO RTR-ID
           MOVE REP-TRABAJADOR TO REP-LINEA
           WRITE REP-LINEA
           IF WS-HAY-CONTRATO = "S"
               MOVE CT-HORAS-DIARIAS TO RC-DIARIAS
               MOVE CT-HORAS-SEMANALES TO RC-SEMANALES
               MOVE REP-CONTRATO TO REP-LINEA
           ELSE
               MOVE REP-SIN-CONTRATO TO REP-LINEA
           END-IF
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-ENCABEZADO TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-SEPARADOR TO REP-LINEA
           WRITE REP-LINEA
           PERFORM INICIAR-DIA.

       CERRAR-EMPLEADO.
           PERFORM CERRAR-DIA
           MOVE REP-SEPARADOR TO REP-LINEA
           WRITE REP-LINEA
           MOVE WS-EMP-DIAS TO RTO-DIAS
           MOVE WS-EMP-SEG-PAUSA TO WS-SEGUNDOS
           PERFORM EDITAR-DURACION
           MOVE WS-DURACION-EDIT TO RTO-PAUSA
           MOVE WS-EMP-SEG-TRABAJO TO WS-SEGUNDOS
           PERFORM EDITAR-DURACION
           MOVE WS-DURACION-EDIT TO RTO-TRABAJO
           MOVE WS-EMP-SEG-EXTRA TO WS-SEGUNDOS
           PERFORM EDITAR-DURACION
           MOVE WS-DURACION-EDIT TO RTO-EXTRA
           MOVE REP-TOTAL TO REP-LINEA
           WRITE REP-LINEA
           IF WS-EMP-INCOMPLETOS > 0
               MOVE WS-EMP-INCOMPLETOS TO RI-DIAS
               MOVE REP-INCOMPLETOS TO REP-LINEA
               WRITE REP-LINEA
           END-IF
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-FIRMAS TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           WRITE REP-LINEA
           MOVE REP-RAYAS TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-NOTA-LEGAL TO REP-LINEA
           WRITE REP-LINEA
           MOVE REP-FIN-EMPLEADO TO REP-LINEA
           WRITE REP-LINEA
           MOVE SPACES TO REP-LINEA
           WRITE REP-LINEA.

      *----------------------- DIA ----------------------------------------
       INICIAR-DIA.
           MOVE FI-FECHA TO WS-DIA-FECHA
           MOVE ZEROES TO WS-DIA-ENTRADA
           MOVE ZEROES TO WS-DIA-SALIDA
           MOVE ZEROES TO WS-DIA-SEG-TRABAJO
           MOVE ZEROES TO WS-DIA-SEG-PAUSA
           MOVE ZEROES TO WS-DIA-SEG-EXTRA
           MOVE ZEROES TO WS-TRAMO-INICIO
           MOVE ZEROES TO WS-PAUSA-INICIO
           MOVE "F" TO WS-DIA-SITUACION
           MOVE "N" TO WS-DIA-ANOMALO.

       APLICAR-FICHAJE.
           MOVE FI-HORA TO WS-HORA-TRABAJO
           COMPUTE WS-SEGUNDO = WS-HT-HH * 3600 + WS-HT-MM * 60
               + WS-HT-SS
           EVALUATE TRUE
               WHEN FI-ENTRADA AND DIA-FUERA
                   IF WS-DIA-ENTRADA = 0
                       MOVE FI-HORA TO WS-DIA-ENTRADA
                   END-IF
                   MOVE WS-SEGUNDO TO WS-TRAMO-INICIO
                   MOVE "D" TO WS-DIA-SITUACION
               WHEN FI-INICIO-PAUSA AND DIA-DENTRO
                   COMPUTE WS-DIA-SEG-TRABAJO = WS-DIA-SEG-TRABAJO
                       + WS-SEGUNDO - WS-TRAMO-INICIO
                   MOVE WS-SEGUNDO TO WS-PAUSA-INICIO
                   MOVE "P" TO WS-DIA-SITUACION
               WHEN FI-FIN-PAUSA AND DIA-EN-PAUSA
                   COMPUTE WS-DIA-SEG-PAUSA = WS-DIA-SEG-PAUSA
                       + WS-SEGUNDO - WS-PAUSA-INICIO
                   MOVE WS-SEGUNDO TO WS-TRAMO-INICIO
                   MOVE "D" TO WS-DIA-SITUACION
               WHEN FI-SALIDA AND DIA-DENTRO
                   COMPUTE WS-DIA-SEG-TRABAJO = WS-DIA-SEG-TRABAJO
                       + WS-SEGUNDO - WS-TRAMO-INICIO
                   MOVE FI-HORA TO WS-DIA-SALIDA
                   MOVE "F" TO WS-DIA-SITUACION
               WHEN FI-SALIDA AND DIA-EN-PAUSA
                   COMPUTE WS-DIA-SEG-PAUSA = WS-DIA-SEG-PAUSA
                       + WS-SEGUNDO - WS-PAUSA-INICIO
                   MOVE FI-HORA TO WS-DIA-SALIDA
                   MOVE "F" TO WS-DIA-SITUACION
               WHEN OTHER
                   MOVE "S" TO WS-DIA-ANOMALO
           END-EVALUATE.

       CERRAR-DIA.
           IF WS-HAY-CONTRATO = "S" AND
              WS-DIA-SEG-TRABAJO > WS-SEG-CONTRATO
               COMPUTE WS-DIA-SEG-EXTRA =
                   WS-DIA-SEG-TRABAJO - WS-SEG-CONTRATO
           END-IF
           MOVE WS-DIA-FECHA TO RD-FECHA
           MOVE WS-DIA-ENTRADA TO WS-HORA-TRABAJO
           PERFORM EDITAR-HORA-DIA
           MOVE WS-HORA-EDIT TO RD-ENTRADA
           MOVE WS-DIA-SALIDA TO WS-HORA-TRABAJO
           PERFORM EDITAR-HORA-DIA
           MOVE WS-HORA-EDIT TO RD-SALIDA
           IF WS-DIA-ENTRADA = 0
               MOVE "--:--" TO RD-ENTRADA
           END-IF
           IF WS-DIA-SALIDA = 0 OR NOT DIA-FUERA
               MOVE "--:--" TO RD-SALIDA
           END-IF
           MOVE WS-DIA-SEG-PAUSA TO WS-SEGUNDOS
           PERFORM EDITAR-DURACION
           MOVE WS-DURACION-EDIT TO RD-PAUSA
           MOVE WS-DIA-SEG-TRABAJO TO WS-SEGUNDOS
           PERFORM EDITAR-DURACION
           MOVE WS-DURACION-EDIT TO RD-TRABAJO
           MOVE WS-DIA-SEG-EXTRA TO WS-SEGUNDOS
           PERFORM EDITAR-DURACION
           MOVE WS-DURACION-EDIT TO RD-EXTRA
           EVALUATE TRUE
               WHEN NOT DIA-FUERA
                   MOVE "SIN SALIDA" TO RD-OBSERVACION
                   ADD 1 TO WS-EMP-INCOMPLETOS
               WHEN WS-DIA-ANOMALO = "S"
                   MOVE "REVISAR FICHAJES" TO RD-OBSERVACION
                   ADD 1 TO WS-EMP-INCOMPLETOS
               WHEN OTHER
                   MOVE SPACES TO RD-OBSERVACION
           END-EVALUATE
           MOVE REP-DIA TO REP-LINEA
           WRITE REP-LINEA
           ADD 1 TO WS-EMP-DIAS
           ADD WS-DIA-SEG-TRABAJO TO WS-EMP-SEG-TRABAJO
           ADD WS-DIA-SEG-PAUSA TO WS-EMP-SEG-PAUSA
           ADD WS-DIA-SEG-EXTRA TO WS-EMP-SEG-EXTRA.

      *> Hora del dia HHMMSS a HH:MM.
       EDITAR-HORA-DIA.
           MOVE WS-HT-HH TO WS-HE-HH
           MOVE WS-HT-MM TO WS-HE-MM.

       EDITAR-DURACION.
           COMPUTE WS-MINUTOS-TOTAL = WS-SEGUNDOS / 60
           COMPUTE WS-DE-HORAS = WS-MINUTOS-TOTAL / 60
           COMPUTE WS-DE-MINUTOS =
               FUNCTION MOD(WS-MINUTOS-TOTAL, 60).

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NOMBRE TO TIENDA-NOMBRE
           MOVE SPACES TO TIENDA-NIF
           STRING "NIF: " PA-TIENDA-NIF DELIMITED BY SIZE
               INTO TIENDA-NIF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "REPORTE-JORNADA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM REPORTE-JORNADA.
