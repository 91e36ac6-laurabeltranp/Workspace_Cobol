       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-JORNADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHAJES
               ASSIGN TO "FICHAJES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-FICHAJES-STATUS.

           SELECT OPERADORES
               ASSIGN TO "OPERADORES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-OPERADORES-STATUS.

           SELECT PRODUCTO-AUDITORIA
               ASSIGN TO "PRODUCTO-AUDITORIA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FICHAJES.
           COPY FICHAJE.

       FD OPERADORES.
           COPY OPERADOR.

       FD PRODUCTO-AUDITORIA.
           COPY AUDITORIA.

       WORKING-STORAGE SECTION.
       01 WS-FICHAJES-STATUS PIC XX.
       01 WS-OPERADORES-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 OPCION PIC 9 VALUE 0.
       01 FIN PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-VALOR-ANTES PIC X(14) VALUE SPACES.
       01 WS-VALOR-DESPUES PIC X(14) VALUE SPACES.
           COPY SEGURIDAD.
      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Fichaje desde el menu: el empleado elige el paso.
       01 WS-FICHAJE-TIPO PIC X VALUE SPACE.
       01 WS-FICHAJE-ORIGEN PIC X VALUE "F".
      * Empleado y dia que se consultan o corrigen.
       01 WS-EMPLEADO PIC X(8).
       01 WS-FECHA-DIA PIC 9(8).
       01 WS-FIN-CORRECCION PIC X VALUE "N".
       01 WS-ACCION PIC X.
       01 WS-NUMERO PIC 99.
       01 WS-MOTIVO PIC X(30).
       01 WS-TIPO-NUEVO PIC X.
       01 WS-HORA-NUEVA PIC 9(4).
       01 WS-GRABADO PIC X VALUE "N".
       01 WS-HORA-EDIT.
           05 WS-HE-HH PIC 99.
           05 FILLER PIC X VALUE ":".
           05 WS-HE-MM PIC 99.
           05 FILLER PIC X VALUE ":".
           05 WS-HE-SS PIC 99.
      * Informe mensual: mes y empleado (espacios = todos).
       01 WS-MES-INFORME PIC 9(6).
       01 WS-OPERADOR-INFORME PIC X(8).

      *----------------------- FICHAJES DEL DIA ---------------------------
      * Fichajes de un empleado en un dia, validos y anulados, en
      * orden de hora: es lo que se muestra y sobre lo que se corrige.
       01 WS-DIA-CANT PIC 99 VALUE ZEROES.
       01 WS-IDX PIC 99.
       01 TABLA-DIA.
           03 TD-ENTRADA OCCURS 30 TIMES.
               05 TD-HORA PIC 9(6).
               05 TD-SECUENCIA PIC 9.
               05 TD-TIPO PIC X.
               05 TD-ORIGEN PIC X.
               05 TD-ESTADO PIC X.
               05 TD-CORREGIDO-POR PIC X(8).
               05 TD-MOTIVO PIC X(30).
       01 WS-TIPO-TEXTO PIC X(14).
       01 LISTA-FICHAJE.
           05 LF-NUMERO PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LF-HORA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LF-TIPO PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LF-ORIGEN PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LF-ESTADO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LF-NOTA PIC X(40).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- REGISTRO DE JORNADA ------------------------
      * Registro diario de jornada del personal con la identidad y
      * clave del maestro de operadores. Fichar y consultar lo propio
      * lo hace cada empleado; corregir un fichaje y sacar el informe
      * mensual es cosa de supervisor. Una correccion nunca borra:
      * anula el fichaje con motivo y graba el bueno como manual, y
      * las dos cosas quedan en la auditoria (accion JORNADA).
       INICIO.
           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "REGISTRO DE JORNADA"
               DISPLAY "1. FICHAR (ENTRADA, PAUSA, SALIDA)."
               DISPLAY "2. CONSULTAR MIS FICHAJES DE UN DIA."
               DISPLAY "3. CORREGIR FICHAJES (SUPERVISOR)."
               DISPLAY "4. INFORME MENSUAL DE JORNADA (SUPERVISOR)."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       MOVE SPACE TO WS-FICHAJE-TIPO
                       CALL "FICHAR-JORNADA" USING WS-FICHAJE-TIPO,
                           WS-FICHAJE-ORIGEN
                   WHEN 2
                       PERFORM CONSULTAR-FICHAJES
                   WHEN 3
                       PERFORM CORREGIR-FICHAJES
                   WHEN 4
                       PERFORM INFORME-MENSUAL
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM
           GOBACK.

      *----------------------- CONSULTA -----------------------------------
      * Cada empleado ve sus propios fichajes; los de otro los ve el
      * supervisor desde la correccion.
       CONSULTAR-FICHAJES.
           MOVE "C" TO WS-ROL-EXIGIDO
           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "CONSULTA NO AUTORIZADA."
           ELSE
               MOVE WS-OPERADOR-VALIDADO TO WS-EMPLEADO
               PERFORM PEDIR-FECHA-DIA
               OPEN INPUT FICHAJES
               IF WS-FICHAJES-STATUS NOT = "00"
                   DISPLAY "NO HAY FICHAJES REGISTRADOS."
               ELSE
                   PERFORM CARGAR-FICHAJES-DIA
                   PERFORM MOSTRAR-FICHAJES-DIA
                   CLOSE FICHAJES
               END-IF
           END-IF.

       PEDIR-FECHA-DIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           DISPLAY "Dia (AAAAMMDD, 0 = hoy): "
           ACCEPT WS-FECHA-DIA
           IF WS-FECHA-DIA NOT NUMERIC OR WS-FECHA-DIA = 0
               MOVE WS-HOY TO WS-FECHA-DIA
           END-IF.

       CARGAR-FICHAJES-DIA.
           MOVE ZEROES TO WS-DIA-CANT
           MOVE "N" TO WS-EOF
           MOVE WS-EMPLEADO TO FI-OPERADOR-ID
           MOVE WS-FECHA-DIA TO FI-FECHA
           MOVE ZEROES TO FI-HORA
           MOVE ZEROES TO FI-SECUENCIA
           START FICHAJES KEY IS NOT LESS FI-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ FICHAJES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF FI-OPERADOR-ID NOT = WS-EMPLEADO OR
                          FI-FECHA NOT = WS-FECHA-DIA OR
                          WS-DIA-CANT >= 30
                           MOVE "S" TO WS-EOF
                       ELSE
                           ADD 1 TO WS-DIA-CANT
                           MOVE FI-HORA TO TD-HORA(WS-DIA-CANT)
                           MOVE FI-SECUENCIA
                               TO TD-SECUENCIA(WS-DIA-CANT)
                           MOVE FI-TIPO TO TD-TIPO(WS-DIA-CANT)
                           MOVE FI-ORIGEN TO TD-ORIGEN(WS-DIA-CANT)
                           MOVE FI-ESTADO TO TD-ESTADO(WS-DIA-CANT)
                           MOVE FI-CORREGIDO-POR
                               TO TD-CORREGIDO-POR(WS-DIA-CANT)
                           MOVE FI-MOTIVO TO TD-MOTIVO(WS-DIA-CANT)
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-FICHAJES-DIA.
           DISPLAY "FICHAJES DE " WS-EMPLEADO " DEL DIA " WS-FECHA-DIA
           IF WS-DIA-CANT = 0
               DISPLAY "SIN FICHAJES ESE DIA."
           ELSE
               DISPLAY " N  HORA      TIPO            ORIGEN   "
                   "ESTADO   CORRECCION"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DIA-CANT
                   MOVE WS-IDX TO LF-NUMERO
                   MOVE TD-HORA(WS-IDX) TO FI-HORA
                   PERFORM EDITAR-HORA
                   MOVE WS-HORA-EDIT TO LF-HORA
                   MOVE TD-TIPO(WS-IDX) TO FI-TIPO
                   PERFORM NOMBRE-TIPO
                   MOVE WS-TIPO-TEXTO TO LF-TIPO
                   EVALUATE TD-ORIGEN(WS-IDX)
                       WHEN "S"
                           MOVE "SESION" TO LF-ORIGEN
                       WHEN "M"
                           MOVE "MANUAL" TO LF-ORIGEN
                       WHEN OTHER
                           MOVE "FICHADO" TO LF-ORIGEN
                   END-EVALUATE
                   IF TD-ESTADO(WS-IDX) = "A"
                       MOVE "ANULADO" TO LF-ESTADO
                   ELSE
                       MOVE "VALIDO" TO LF-ESTADO
                   END-IF
                   MOVE SPACES TO LF-NOTA
                   IF TD-CORREGIDO-POR(WS-IDX) NOT = SPACES
                       STRING TD-CORREGIDO-POR(WS-IDX) DELIMITED BY
                           SPACE
                           ": " TD-MOTIVO(WS-IDX) DELIMITED BY SIZE
                           INTO LF-NOTA
                   END-IF
                   DISPLAY LISTA-FICHAJE
               END-PERFORM
           END-IF.

       EDITAR-HORA.
           MOVE FI-HORA(1:2) TO WS-HE-HH
           MOVE FI-HORA(3:2) TO WS-HE-MM
           MOVE FI-HORA(5:2) TO WS-HE-SS.

       NOMBRE-TIPO.
           EVALUATE TRUE
               WHEN FI-ENTRADA
                   MOVE "ENTRADA" TO WS-TIPO-TEXTO
               WHEN FI-INICIO-PAUSA
                   MOVE "INICIO PAUSA" TO WS-TIPO-TEXTO
               WHEN FI-FIN-PAUSA
                   MOVE "FIN PAUSA" TO WS-TIPO-TEXTO
               WHEN FI-SALIDA
                   MOVE "SALIDA" TO WS-TIPO-TEXTO
               WHEN OTHER
                   MOVE "?" TO WS-TIPO-TEXTO
           END-EVALUATE.

      *----------------------- CORRECCION ---------------------------------
      * El supervisor anula un fichaje equivocado o graba el que se
      * olvido (o el bueno de uno anulado), siempre con motivo. Cada
      * anulacion y cada alta manual van a la auditoria con la hora
      * antes y despues.
       CORREGIR-FICHAJES.
           MOVE "S" TO WS-ROL-EXIGIDO
           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "CLAVE INCORRECTA. CORRECCION NO AUTORIZADA."
           ELSE
               PERFORM RESOLVER-OPERADOR-AUDITORIA
               PERFORM ELEGIR-EMPLEADO
               IF WS-CAMPO-OK = "S"
                   PERFORM PEDIR-FECHA-DIA
                   PERFORM ABRIR-CORRECCION
               END-IF
           END-IF.

       ELEGIR-EMPLEADO.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Identidad del empleado: "
           ACCEPT WS-EMPLEADO
           OPEN INPUT OPERADORES
           IF WS-OPERADORES-STATUS NOT = "00"
               DISPLAY "Error al abrir operadores. Estado: "
                   WS-OPERADORES-STATUS
               MOVE "ELEGIR-EMPLEADO" TO WS-INC-PARRAFO
               MOVE "OPERADORES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-OPERADORES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               MOVE WS-EMPLEADO TO OP-ID
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "OPERADOR DESCONOCIDO."
                   NOT INVALID KEY
                       DISPLAY "Empleado: " OP-NOMBRE
                       MOVE "S" TO WS-CAMPO-OK
               END-READ
               CLOSE OPERADORES
           END-IF.

       ABRIR-CORRECCION.
           OPEN I-O FICHAJES
           IF WS-FICHAJES-STATUS = "35"
               OPEN OUTPUT FICHAJES
               CLOSE FICHAJES
               OPEN I-O FICHAJES
           END-IF
           IF WS-FICHAJES-STATUS NOT = "00"
               DISPLAY "Error al abrir fichajes. Estado: "
                   WS-FICHAJES-STATUS
               MOVE "ABRIR-CORRECCION" TO WS-INC-PARRAFO
               MOVE "FICHAJES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-FICHAJES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               OPEN EXTEND PRODUCTO-AUDITORIA
               IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                   OPEN OUTPUT PRODUCTO-AUDITORIA
               END-IF
               MOVE "N" TO WS-FIN-CORRECCION
               PERFORM UNTIL WS-FIN-CORRECCION = "S"
                   PERFORM CARGAR-FICHAJES-DIA
                   PERFORM MOSTRAR-FICHAJES-DIA
                   DISPLAY "A. Anular un fichaje  M. Anadir un fichaje"
                       "  F. Terminar"
                   ACCEPT WS-ACCION
                   EVALUATE WS-ACCION
                       WHEN "A"
                       WHEN "a"
                           PERFORM ANULAR-FICHAJE
                       WHEN "M"
                       WHEN "m"
                           PERFORM ANADIR-FICHAJE
                       WHEN OTHER
                           MOVE "S" TO WS-FIN-CORRECCION
                   END-EVALUATE
               END-PERFORM
               CLOSE FICHAJES
               CLOSE PRODUCTO-AUDITORIA
           END-IF.

       PEDIR-MOTIVO.
           MOVE SPACES TO WS-MOTIVO
           PERFORM UNTIL WS-MOTIVO NOT = SPACES
               DISPLAY "Motivo de la correccion (obligatorio): "
               ACCEPT WS-MOTIVO
           END-PERFORM.

       ANULAR-FICHAJE.
           DISPLAY "Numero del fichaje a anular: "
           ACCEPT WS-NUMERO
           EVALUATE TRUE
               WHEN WS-NUMERO NOT NUMERIC OR WS-NUMERO = 0 OR
                    WS-NUMERO > WS-DIA-CANT
                   DISPLAY "NUMERO INVALIDO."
               WHEN TD-ESTADO(WS-NUMERO) = "A"
                   DISPLAY "ESE FICHAJE YA ESTA ANULADO."
               WHEN OTHER
                   PERFORM PEDIR-MOTIVO
                   MOVE WS-EMPLEADO TO FI-OPERADOR-ID
                   MOVE WS-FECHA-DIA TO FI-FECHA
                   MOVE TD-HORA(WS-NUMERO) TO FI-HORA
                   MOVE TD-SECUENCIA(WS-NUMERO) TO FI-SECUENCIA
                   READ FICHAJES
                       INVALID KEY
                           DISPLAY "FICHAJE NO ENCONTRADO."
                       NOT INVALID KEY
                           MOVE "A" TO FI-ESTADO
                           MOVE WS-OPERADOR TO FI-CORREGIDO-POR
                           MOVE WS-HOY TO FI-FECHA-CORRECCION
                           MOVE WS-MOTIVO TO FI-MOTIVO
                           REWRITE FICHAJE-REGISTRO
                           PERFORM EDITAR-HORA
                           MOVE WS-HORA-EDIT TO WS-VALOR-ANTES
                           MOVE SPACES TO WS-VALOR-DESPUES
                           MOVE SPACES TO AUDITORIA-DETALLE
                           STRING "Anula " FI-TIPO " del " FI-FECHA
                               " de " FI-OPERADOR-ID
                               DELIMITED BY SIZE INTO AUDITORIA-DETALLE
                           PERFORM GRABAR-AUDITORIA-JORNADA
                           DISPLAY "Fichaje anulado."
                   END-READ
           END-EVALUATE.

       ANADIR-FICHAJE.
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Tipo (E=Entrada / P=Inicio pausa / "
                   "R=Fin pausa / S=Salida): "
               ACCEPT WS-TIPO-NUEVO
               MOVE FUNCTION UPPER-CASE(WS-TIPO-NUEVO) TO WS-TIPO-NUEVO
               IF WS-TIPO-NUEVO = "E" OR WS-TIPO-NUEVO = "P" OR
                  WS-TIPO-NUEVO = "R" OR WS-TIPO-NUEVO = "S"
                   MOVE "S" TO WS-CAMPO-OK
               ELSE
                   DISPLAY "TIPO INVALIDO."
               END-IF
           END-PERFORM
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Hora real (HHMM): "
               ACCEPT WS-HORA-NUEVA
               IF WS-HORA-NUEVA NOT NUMERIC OR
                  WS-HORA-NUEVA(1:2) > "23" OR
                  WS-HORA-NUEVA(3:2) > "59"
                   DISPLAY "HORA INVALIDA."
               ELSE
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-PERFORM
           PERFORM PEDIR-MOTIVO
           MOVE WS-EMPLEADO TO FI-OPERADOR-ID
           MOVE WS-FECHA-DIA TO FI-FECHA
           MOVE WS-HORA-NUEVA TO FI-HORA(1:4)
           MOVE "00" TO FI-HORA(5:2)
           MOVE ZEROES TO FI-SECUENCIA
           MOVE WS-TIPO-NUEVO TO FI-TIPO
           MOVE "M" TO FI-ORIGEN
           MOVE ZEROES TO FI-TERMINAL
           CALL "OBTENER-TERMINAL" USING FI-TERMINAL
           MOVE "V" TO FI-ESTADO
           MOVE WS-OPERADOR TO FI-CORREGIDO-POR
           MOVE WS-HOY TO FI-FECHA-CORRECCION
           MOVE WS-MOTIVO TO FI-MOTIVO
           MOVE "N" TO WS-GRABADO
           PERFORM UNTIL WS-GRABADO = "S" OR FI-SECUENCIA = 9
               WRITE FICHAJE-REGISTRO
                   INVALID KEY
                       ADD 1 TO FI-SECUENCIA
                   NOT INVALID KEY
                       MOVE "S" TO WS-GRABADO
               END-WRITE
           END-PERFORM
           IF WS-GRABADO = "S"
               PERFORM EDITAR-HORA
               MOVE SPACES TO WS-VALOR-ANTES
               MOVE WS-HORA-EDIT TO WS-VALOR-DESPUES
               MOVE SPACES TO AUDITORIA-DETALLE
               STRING "Anade " FI-TIPO " del " FI-FECHA
                   " de " FI-OPERADOR-ID
                   DELIMITED BY SIZE INTO AUDITORIA-DETALLE
               PERFORM GRABAR-AUDITORIA-JORNADA
               DISPLAY "Fichaje manual grabado."
           ELSE
               DISPLAY "Error al grabar el fichaje. Estado: "
                   WS-FICHAJES-STATUS
               MOVE "ANADIR-FICHAJE" TO WS-INC-PARRAFO
               MOVE "FICHAJES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-FICHAJES-STATUS TO WS-INC-ESTADO
               MOVE FI-CLAVE TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *----------------------- REGISTRO DE AUDITORIA ----------------------
       GRABAR-AUDITORIA-JORNADA.
           MOVE ZEROES TO AUDITORIA-PRODUCTO-ID
           MOVE "JORNADA" TO AUDITORIA-ACCION
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDITORIA-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDITORIA-HORA
           MOVE WS-OPERADOR TO AUDITORIA-OPERADOR
           MOVE WS-VALOR-ANTES TO AUDITORIA-VALOR-ANTES
           MOVE WS-VALOR-DESPUES TO AUDITORIA-VALOR-DESPUES
           WRITE AUDITORIA-REGISTRO.

      *----------------------- INFORME MENSUAL ----------------------------
       INFORME-MENSUAL.
           MOVE "S" TO WS-ROL-EXIGIDO
           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "CLAVE INCORRECTA. INFORME NO AUTORIZADO."
           ELSE
               DISPLAY "Mes del informe (AAAAMM, 0 = mes en curso): "
               ACCEPT WS-MES-INFORME
               IF WS-MES-INFORME NOT NUMERIC OR WS-MES-INFORME = 0
                   MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MES-INFORME
               END-IF
               DISPLAY "Empleado (en blanco = todos): "
               ACCEPT WS-OPERADOR-INFORME
               CALL "REPORTE-JORNADA" USING WS-MES-INFORME,
                   WS-OPERADOR-INFORME
           END-IF.

       VALIDAR-CLAVE-SUPERVISOR.
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO.

      *> Identidad para la auditoria: la que VALIDAR-OPERADOR ya
      *> probo; la variable de entorno OPERADOR solo respalda los
      *> caminos donde no corrio validacion.
       RESOLVER-OPERADOR-AUDITORIA.
           IF WS-OPERADOR-VALIDADO NOT = SPACES
               MOVE WS-OPERADOR-VALIDADO TO WS-OPERADOR
           ELSE
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-JORNADA" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-JORNADA.
