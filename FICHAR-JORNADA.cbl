       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHAR-JORNADA.

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

       DATA DIVISION.
       FILE SECTION.
       FD FICHAJES.
           COPY FICHAJE.

       WORKING-STORAGE SECTION.
       01 WS-FICHAJES-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-ROL-EMPLEADO PIC X VALUE "C".
       01 WS-AUTORIZADO PIC X VALUE "N".
       01 WS-EMPLEADO PIC X(8).
       01 WS-HOY PIC 9(8).
       01 WS-AHORA PIC 9(6).
       01 WS-TERMINAL PIC 9 VALUE 1.
       01 WS-OPCION PIC X.
       01 WS-TIPO PIC X.
       01 WS-GRABADO PIC X VALUE "N".
      * Situacion del empleado hoy segun su ultimo fichaje valido:
      * fuera (sin fichar o tras la salida), dentro o en pausa.
       01 WS-SITUACION PIC X VALUE "F".
           88 SIT-FUERA VALUE "F".
           88 SIT-DENTRO VALUE "D".
           88 SIT-EN-PAUSA VALUE "P".
       01 WS-ULTIMA-HORA PIC 9(6) VALUE ZEROES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * Tipo de fichaje propuesto por el llamador (E al abrir la
      * sesion de caja) o espacio para elegirlo aqui, y su origen
      * (F fichado por el empleado, S desde la sesion de caja).
       01 LK-TIPO PIC X.
       01 LK-ORIGEN PIC X.

       PROCEDURE DIVISION USING LK-TIPO, LK-ORIGEN.
      *----------------------- FICHAJE DE JORNADA -------------------------
      * El empleado se identifica con su identidad y clave del
      * maestro (VALIDAR-OPERADOR, rol de cajero basta) y registra su
      * entrada, el inicio y fin de cada pausa y su salida, con la
      * hora del sistema: la hora no se teclea. Solo se ofrece el
      * paso que corresponde a su situacion del dia (no se sale sin
      * haber entrado ni se entra dos veces).
       INICIO.
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EMPLEADO,
               WS-AUTORIZADO, WS-EMPLEADO
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "FICHAJE NO REGISTRADO."
               GOBACK
           END-IF
           CALL "OBTENER-TERMINAL" USING WS-TERMINAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           OPEN I-O FICHAJES
           IF WS-FICHAJES-STATUS = "35"
               OPEN OUTPUT FICHAJES
               CLOSE FICHAJES
               OPEN I-O FICHAJES
           END-IF
           IF WS-FICHAJES-STATUS NOT = "00"
               DISPLAY "Error al abrir fichajes. Estado: "
                   WS-FICHAJES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "FICHAJES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-FICHAJES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           PERFORM LEER-SITUACION-DEL-DIA
           IF LK-TIPO = SPACE
               PERFORM ELEGIR-TIPO
           ELSE
               MOVE LK-TIPO TO WS-TIPO
           END-IF
           PERFORM VALIDAR-PASO
           IF WS-TIPO NOT = SPACE
               PERFORM GRABAR-FICHAJE
           END-IF
           CLOSE FICHAJES
           GOBACK.

       LEER-SITUACION-DEL-DIA.
           MOVE "F" TO WS-SITUACION
           MOVE "N" TO WS-EOF
           MOVE WS-EMPLEADO TO FI-OPERADOR-ID
           MOVE WS-HOY TO FI-FECHA
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
                          FI-FECHA NOT = WS-HOY
                           MOVE "S" TO WS-EOF
                       ELSE
                           IF FI-VALIDO
                               PERFORM APLICAR-FICHAJE-LEIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APLICAR-FICHAJE-LEIDO.
           MOVE FI-HORA TO WS-ULTIMA-HORA
           EVALUATE TRUE
               WHEN FI-ENTRADA OR FI-FIN-PAUSA
                   MOVE "D" TO WS-SITUACION
               WHEN FI-INICIO-PAUSA
                   MOVE "P" TO WS-SITUACION
               WHEN FI-SALIDA
                   MOVE "F" TO WS-SITUACION
           END-EVALUATE.

       ELEGIR-TIPO.
           MOVE SPACE TO WS-TIPO
           DISPLAY "FICHAJE DE " WS-EMPLEADO
           EVALUATE TRUE
               WHEN SIT-FUERA
                   DISPLAY "Situacion: fuera de jornada."
                   DISPLAY "1. Entrada"
               WHEN SIT-DENTRO
                   DISPLAY "Situacion: trabajando desde "
                       WS-ULTIMA-HORA(1:2) ":" WS-ULTIMA-HORA(3:2)
                   DISPLAY "2. Inicio de pausa"
                   DISPLAY "4. Salida"
               WHEN SIT-EN-PAUSA
                   DISPLAY "Situacion: en pausa desde "
                       WS-ULTIMA-HORA(1:2) ":" WS-ULTIMA-HORA(3:2)
                   DISPLAY "3. Fin de pausa"
           END-EVALUATE
           DISPLAY "0. No fichar"
           DISPLAY "Opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN "1"
                   MOVE "E" TO WS-TIPO
               WHEN "2"
                   MOVE "P" TO WS-TIPO
               WHEN "3"
                   MOVE "R" TO WS-TIPO
               WHEN "4"
                   MOVE "S" TO WS-TIPO
           END-EVALUATE.

      *> El paso pedido tiene que seguir al ultimo fichaje del dia.
       VALIDAR-PASO.
           EVALUATE TRUE
               WHEN WS-TIPO = SPACE
                   DISPLAY "Sin fichaje."
               WHEN WS-TIPO = "E" AND SIT-FUERA
                   CONTINUE
               WHEN (WS-TIPO = "P" OR WS-TIPO = "S") AND SIT-DENTRO
                   CONTINUE
               WHEN WS-TIPO = "R" AND SIT-EN-PAUSA
                   CONTINUE
               WHEN WS-TIPO = "E"
                   DISPLAY "YA CONSTA UNA ENTRADA ABIERTA HOY PARA "
                       WS-EMPLEADO "."
                   MOVE SPACE TO WS-TIPO
               WHEN OTHER
                   DISPLAY "ESE FICHAJE NO CORRESPONDE A SU SITUACION."
                   MOVE SPACE TO WS-TIPO
           END-EVALUATE.

       GRABAR-FICHAJE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AHORA
           MOVE WS-EMPLEADO TO FI-OPERADOR-ID
           MOVE WS-HOY TO FI-FECHA
           MOVE WS-AHORA TO FI-HORA
           MOVE ZEROES TO FI-SECUENCIA
           MOVE WS-TIPO TO FI-TIPO
           MOVE LK-ORIGEN TO FI-ORIGEN
           IF FI-ORIGEN NOT = "S"
               MOVE "F" TO FI-ORIGEN
           END-IF
           MOVE WS-TERMINAL TO FI-TERMINAL
           MOVE "V" TO FI-ESTADO
           MOVE SPACES TO FI-CORREGIDO-POR
           MOVE ZEROES TO FI-FECHA-CORRECCION
           MOVE SPACES TO FI-MOTIVO
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
               EVALUATE TRUE
                   WHEN FI-ENTRADA
                       DISPLAY "ENTRADA registrada a las "
                           WS-AHORA(1:2) ":" WS-AHORA(3:2)
                           " para " WS-EMPLEADO "."
                   WHEN FI-INICIO-PAUSA
                       DISPLAY "INICIO DE PAUSA registrado a las "
                           WS-AHORA(1:2) ":" WS-AHORA(3:2) "."
                   WHEN FI-FIN-PAUSA
                       DISPLAY "FIN DE PAUSA registrado a las "
                           WS-AHORA(1:2) ":" WS-AHORA(3:2) "."
                   WHEN FI-SALIDA
                       DISPLAY "SALIDA registrada a las "
                           WS-AHORA(1:2) ":" WS-AHORA(3:2)
                           " para " WS-EMPLEADO "."
               END-EVALUATE
           ELSE
               DISPLAY "Error al grabar el fichaje. Estado: "
                   WS-FICHAJES-STATUS
               MOVE "GRABAR-FICHAJE" TO WS-INC-PARRAFO
               MOVE "FICHAJES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-FICHAJES-STATUS TO WS-INC-ESTADO
               MOVE FI-CLAVE TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "FICHAR-JORNADA" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM FICHAR-JORNADA.
