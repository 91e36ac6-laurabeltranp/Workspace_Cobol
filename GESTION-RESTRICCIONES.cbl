       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-RESTRICCIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTRICCIONES
               ASSIGN TO "RESTRICCIONES-EDAD-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESTRICCION-CLASE
               FILE STATUS IS WS-RESTRICCIONES-STATUS.

           SELECT RECHAZOS-EDAD
               ASSIGN TO "RECHAZOS-EDAD.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RESTRICCIONES.
           COPY RESTEDAD.

       FD RECHAZOS-EDAD.
           COPY RECHEDAD.

       WORKING-STORAGE SECTION.
       01 WS-RESTRICCIONES-STATUS PIC XX.
       01 WS-RECHAZOS-STATUS PIC XX.
       01 FIN PIC X VALUE "N".
       01 OPCION PIC 9 VALUE 0.
       01 WS-EOF PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 NUEVA-HORA-DESDE PIC 9(4).
       01 NUEVA-HORA-HASTA PIC 9(4).
       01 WS-HORA-EXAMEN PIC 9(4).
       01 WS-HORA-VALIDA PIC X VALUE "N".
       01 WS-FECHA-DESDE PIC 9(8).
       01 WS-FECHA-HASTA PIC 9(8).
       01 WS-TOTAL-RECHAZOS PIC 9(6) VALUE 0.
       01 WS-TOTAL-HORA PIC 9(6) VALUE 0.
       01 WS-TOTAL-EDAD PIC 9(6) VALUE 0.
       01 WS-MOTIVO-TEXTO PIC X(16).
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
           COPY SEGURIDAD.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- RESTRICCIONES DE EDAD ----------------------
      * Franja horaria prohibida de cada clase de producto con
      * restriccion de edad (A = alcohol, T = tabaco) y listado de
      * las ventas rechazadas en caja, que es lo que se ensena a la
      * inspeccion. Es de supervisor.
       MAIN-PROGRAM.
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "OPERACION NO AUTORIZADA."
               STOP RUN
           END-IF

           OPEN I-O RESTRICCIONES
           IF WS-RESTRICCIONES-STATUS = "35"
               DISPLAY "Archivo de restricciones no encontrado, se "
                   "crea."
               OPEN OUTPUT RESTRICCIONES
               CLOSE RESTRICCIONES
               OPEN I-O RESTRICCIONES
           END-IF

           IF WS-RESTRICCIONES-STATUS NOT = "00"
               DISPLAY "Error al abrir RESTRICCIONES-EDAD-INDEXADO.dat."
                   " Estado: " WS-RESTRICCIONES-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "RESTRICCIONES-EDAD-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-RESTRICCIONES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "RESTRICCIONES DE EDAD"
               DISPLAY "1. ALTA DE CLASE."
               DISPLAY "2. MODIFICAR FRANJA PROHIBIDA."
               DISPLAY "3. LISTADO DE CLASES."
               DISPLAY "4. LISTADO DE VENTAS RECHAZADAS."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION

               EVALUATE OPCION
                   WHEN 1
                       PERFORM ALTA-CLASE
                   WHEN 2
                       PERFORM MODIFICAR-FRANJA
                   WHEN 3
                       PERFORM LISTAR-CLASES
                   WHEN 4
                       PERFORM LISTAR-RECHAZOS
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE RESTRICCIONES
           STOP RUN.

       ALTA-CLASE.
           DISPLAY "Clase (A=Alcohol / T=Tabaco): "
           ACCEPT RESTRICCION-CLASE
           IF RESTRICCION-CLASE = "a"
               MOVE "A" TO RESTRICCION-CLASE
           END-IF
           IF RESTRICCION-CLASE = "t"
               MOVE "T" TO RESTRICCION-CLASE
           END-IF
           IF RESTRICCION-CLASE NOT = "A" AND
              RESTRICCION-CLASE NOT = "T"
               DISPLAY "CLASE INVALIDA."
           ELSE
               READ RESTRICCIONES
                   INVALID KEY
                       DISPLAY "Descripcion de la clase: "
                       ACCEPT RESTRICCION-DESCRIP
                       PERFORM PEDIR-FRANJA
                       MOVE NUEVA-HORA-DESDE TO RESTRICCION-HORA-DESDE
                       MOVE NUEVA-HORA-HASTA TO RESTRICCION-HORA-HASTA
                       WRITE RESTRICCION-REGISTRO INVALID KEY
                           DISPLAY "Error al grabar. Estado: "
                               WS-RESTRICCIONES-STATUS
                           MOVE "ALTA-CLASE" TO WS-INC-PARRAFO
                           MOVE "RESTRICCIONES-EDAD-INDEXADO.dat"
                               TO WS-INC-ARCHIVO
                           MOVE WS-RESTRICCIONES-STATUS TO WS-INC-ESTADO
                           MOVE RESTRICCION-CLASE TO WS-INC-CLAVE
                           PERFORM REGISTRAR-INCIDENCIA
                       END-WRITE
                       IF WS-RESTRICCIONES-STATUS = "00"
                           DISPLAY "Clase guardada correctamente."
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "LA CLASE YA EXISTE: "
                           RESTRICCION-DESCRIP
               END-READ
           END-IF.

       MODIFICAR-FRANJA.
           DISPLAY "Clase: "
           ACCEPT RESTRICCION-CLASE
           IF RESTRICCION-CLASE = "a"
               MOVE "A" TO RESTRICCION-CLASE
           END-IF
           IF RESTRICCION-CLASE = "t"
               MOVE "T" TO RESTRICCION-CLASE
           END-IF
           READ RESTRICCIONES
               INVALID KEY
                   DISPLAY "CLASE NO ENCONTRADA."
               NOT INVALID KEY
                   DISPLAY "Franja actual: " RESTRICCION-HORA-DESDE
                       " a " RESTRICCION-HORA-HASTA
                   PERFORM PEDIR-FRANJA
                   MOVE NUEVA-HORA-DESDE TO RESTRICCION-HORA-DESDE
                   MOVE NUEVA-HORA-HASTA TO RESTRICCION-HORA-HASTA
                   REWRITE RESTRICCION-REGISTRO
                   DISPLAY "Franja modificada."
           END-READ.

      * Horas HHMM. 2200 a 0800 cruza la medianoche; la misma hora en
      * los dos extremos deja la clase sin franja prohibida.
       PEDIR-FRANJA.
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Hora de inicio de la prohibicion (HHMM): "
               ACCEPT NUEVA-HORA-DESDE
               MOVE NUEVA-HORA-DESDE TO WS-HORA-EXAMEN
               PERFORM VALIDAR-HORA
               MOVE WS-HORA-VALIDA TO WS-CAMPO-OK
           END-PERFORM
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Hora de fin de la prohibicion (HHMM): "
               ACCEPT NUEVA-HORA-HASTA
               MOVE NUEVA-HORA-HASTA TO WS-HORA-EXAMEN
               PERFORM VALIDAR-HORA
               MOVE WS-HORA-VALIDA TO WS-CAMPO-OK
           END-PERFORM.

       VALIDAR-HORA.
           MOVE "S" TO WS-HORA-VALIDA
           IF WS-HORA-EXAMEN NOT NUMERIC
               MOVE "N" TO WS-HORA-VALIDA
           ELSE
               IF WS-HORA-EXAMEN(1:2) > "23" OR
                  WS-HORA-EXAMEN(3:2) > "59"
                   MOVE "N" TO WS-HORA-VALIDA
               END-IF
           END-IF
           IF WS-HORA-VALIDA = "N"
               DISPLAY "HORA INVALIDA, REINTENTE."
           END-IF.

       LISTAR-CLASES.
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO RESTRICCION-CLASE
           START RESTRICCIONES KEY IS NOT LESS THAN RESTRICCION-CLASE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           DISPLAY "CLASE  DESCRIPCION           PROHIBIDA DE - A"
           PERFORM UNTIL WS-EOF = "S"
               READ RESTRICCIONES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       DISPLAY RESTRICCION-CLASE "      "
                           RESTRICCION-DESCRIP "  "
                           RESTRICCION-HORA-DESDE " - "
                           RESTRICCION-HORA-HASTA
               END-READ
           END-PERFORM.

      *----------------------- VENTAS RECHAZADAS --------------------------
      * Lo que la caja dejo sin vender entre dos fechas, con operador
      * y hora de cada rechazo.
       LISTAR-RECHAZOS.
           DISPLAY "Fecha desde (AAAAMMDD): "
           ACCEPT WS-FECHA-DESDE
           DISPLAY "Fecha hasta (AAAAMMDD): "
           ACCEPT WS-FECHA-HASTA
           MOVE 0 TO WS-TOTAL-RECHAZOS
           MOVE 0 TO WS-TOTAL-HORA
           MOVE 0 TO WS-TOTAL-EDAD
           OPEN INPUT RECHAZOS-EDAD
           IF WS-RECHAZOS-STATUS NOT = "00"
               DISPLAY "NO HAY VENTAS RECHAZADAS REGISTRADAS."
           ELSE
               DISPLAY "FECHA     HORA    OPERADOR TICKET PRODUCTO "
                   "CLASE MOTIVO"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ RECHAZOS-EDAD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF RECHAZO-FECHA >= WS-FECHA-DESDE AND
                              RECHAZO-FECHA <= WS-FECHA-HASTA
                               PERFORM MOSTRAR-RECHAZO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECHAZOS-EDAD
               DISPLAY "TOTAL RECHAZOS......: " WS-TOTAL-RECHAZOS
               DISPLAY "  POR HORA PROHIBIDA: " WS-TOTAL-HORA
               DISPLAY "  SIN MAYORIA EDAD..: " WS-TOTAL-EDAD
           END-IF.

       MOSTRAR-RECHAZO.
           ADD 1 TO WS-TOTAL-RECHAZOS
           IF RECHAZO-HORA-PROHIBIDA
               MOVE "HORA PROHIBIDA" TO WS-MOTIVO-TEXTO
               ADD 1 TO WS-TOTAL-HORA
           ELSE
               MOVE "SIN MAYORIA EDAD" TO WS-MOTIVO-TEXTO
               ADD 1 TO WS-TOTAL-EDAD
           END-IF
           DISPLAY RECHAZO-FECHA " " RECHAZO-HORA "  "
               RECHAZO-OPERADOR " " RECHAZO-TICKET " "
               RECHAZO-PRODUCTO-ID "   " RECHAZO-CLASE "     "
               WS-MOTIVO-TEXTO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-RESTRICCIONES" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-RESTRICCIONES.
