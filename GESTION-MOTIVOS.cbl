       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-MOTIVOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOTIVOS
               ASSIGN TO "MOTIVOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOTIVO-CODIGO
               FILE STATUS IS WS-MOTIVOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOTIVOS.
           COPY MOTIVO.

       WORKING-STORAGE SECTION.
       01 WS-MOTIVOS-STATUS PIC XX.
       01 FIN PIC X VALUE "N".
       01 OPCION PIC 9 VALUE 0.
       01 WS-EOF PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 NUEVO-MOTIVO-DESCRIP PIC X(30).
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
           COPY SEGURIDAD.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- MOTIVOS DE PRECIO FORZADO ------------------
      * Catalogo de motivos que la caja exige al forzar el precio de
      * una linea. Los motivos no se borran: las lineas de venta ya
      * grabadas los citan, asi que la baja solo los desactiva para
      * que la caja deje de ofrecerlos. El catalogo es de supervisor.
       MAIN-PROGRAM.
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "OPERACION NO AUTORIZADA."
               STOP RUN
           END-IF

           OPEN I-O MOTIVOS
           IF WS-MOTIVOS-STATUS = "35"
               DISPLAY "Archivo de motivos no encontrado, se crea."
               OPEN OUTPUT MOTIVOS
               CLOSE MOTIVOS
               OPEN I-O MOTIVOS
           END-IF

           IF WS-MOTIVOS-STATUS NOT = "00"
               DISPLAY "Error al abrir MOTIVOS-INDEXADO.dat. Estado: "
                   WS-MOTIVOS-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "MOTIVOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-MOTIVOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "MOTIVOS DE PRECIO FORZADO"
               DISPLAY "1. ALTA DE MOTIVO."
               DISPLAY "2. MODIFICAR DESCRIPCION."
               DISPLAY "3. BAJA DE MOTIVO."
               DISPLAY "4. REACTIVAR MOTIVO."
               DISPLAY "5. LISTADO DE MOTIVOS."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION

               EVALUATE OPCION
                   WHEN 1
                       PERFORM ALTA-MOTIVO
                   WHEN 2
                       PERFORM MODIFICAR-MOTIVO
                   WHEN 3
                       PERFORM BAJA-MOTIVO
                   WHEN 4
                       PERFORM REACTIVAR-MOTIVO
                   WHEN 5
                       PERFORM LISTAR-MOTIVOS
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE MOTIVOS
           STOP RUN.

       ALTA-MOTIVO.
           DISPLAY "Codigo del motivo (1-99): "
           ACCEPT MOTIVO-CODIGO
           IF MOTIVO-CODIGO NOT NUMERIC OR MOTIVO-CODIGO = 0
               DISPLAY "CODIGO INVALIDO."
           ELSE
               READ MOTIVOS
                   INVALID KEY
                       DISPLAY "Descripcion del motivo: "
                       ACCEPT MOTIVO-DESCRIP
                       MOVE "S" TO MOTIVO-ACTIVO
                       WRITE MOTIVO-REGISTRO INVALID KEY
                           DISPLAY "Error al grabar. Estado: "
                               WS-MOTIVOS-STATUS
                           MOVE "ALTA-MOTIVO" TO WS-INC-PARRAFO
                           MOVE "MOTIVOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                           MOVE WS-MOTIVOS-STATUS TO WS-INC-ESTADO
                           MOVE MOTIVO-CODIGO TO WS-INC-CLAVE
                           PERFORM REGISTRAR-INCIDENCIA
                       END-WRITE
                       IF WS-MOTIVOS-STATUS = "00"
                           DISPLAY "Motivo guardado correctamente."
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "EL CODIGO YA EXISTE: " MOTIVO-DESCRIP
               END-READ
           END-IF.

       MODIFICAR-MOTIVO.
           DISPLAY "Codigo del motivo: "
           ACCEPT MOTIVO-CODIGO
           READ MOTIVOS
               INVALID KEY
                   DISPLAY "MOTIVO NO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "Descripcion actual: " MOTIVO-DESCRIP
                   DISPLAY "Nueva descripcion: "
                   ACCEPT NUEVO-MOTIVO-DESCRIP
                   MOVE NUEVO-MOTIVO-DESCRIP TO MOTIVO-DESCRIP
                   REWRITE MOTIVO-REGISTRO
                   DISPLAY "Motivo modificado."
           END-READ.

       BAJA-MOTIVO.
           DISPLAY "Codigo del motivo a dar de baja: "
           ACCEPT MOTIVO-CODIGO
           READ MOTIVOS
               INVALID KEY
                   DISPLAY "MOTIVO NO ENCONTRADO."
               NOT INVALID KEY
                   IF MOTIVO-DE-BAJA
                       DISPLAY "EL MOTIVO YA ESTA DE BAJA."
                   ELSE
                       DISPLAY "Confirma la baja de " MOTIVO-DESCRIP
                           " ? (S/N): "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           MOVE "N" TO MOTIVO-ACTIVO
                           REWRITE MOTIVO-REGISTRO
                           DISPLAY "Motivo dado de baja."
                       END-IF
                   END-IF
           END-READ.

       REACTIVAR-MOTIVO.
           DISPLAY "Codigo del motivo a reactivar: "
           ACCEPT MOTIVO-CODIGO
           READ MOTIVOS
               INVALID KEY
                   DISPLAY "MOTIVO NO ENCONTRADO."
               NOT INVALID KEY
                   MOVE "S" TO MOTIVO-ACTIVO
                   REWRITE MOTIVO-REGISTRO
                   DISPLAY "Motivo reactivado."
           END-READ.

       LISTAR-MOTIVOS.
           MOVE "N" TO WS-EOF
           MOVE ZEROES TO MOTIVO-CODIGO
           START MOTIVOS KEY IS NOT LESS THAN MOTIVO-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           DISPLAY "CODIGO  DESCRIPCION                     ACTIVO"
           PERFORM UNTIL WS-EOF = "S"
               READ MOTIVOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       DISPLAY MOTIVO-CODIGO "      " MOTIVO-DESCRIP
                           "  " MOTIVO-ACTIVO
               END-READ
           END-PERFORM.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-MOTIVOS" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-MOTIVOS.
