           05 AT-VENCIA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AT-DIAS PIC Z(4)9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "CARGAR-SORT-HOJAS" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               PERFORM UNTIL WS-EOF = "S"
                   READ PRODUCTO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE "N" TO WS-CONTEO-DEBIDO
                           IF NOT PRODUCTO-SIN-REPOSICION
                               PERFORM EVALUAR-CONTEO-DEBIDO
                           END-IF
                           IF WS-CONTEO-DEBIDO = "S"
                               ADD 1 TO WS-CANT-DEBIDOS
                               MOVE PRODUCTO-UBICACION TO HC-UBICACION
           IF WS-CONTEOS-STATUS NOT = "00"
               DISPLAY "No hay conteos cargados. Estado: "
                   WS-CONTEOS-STATUS
               MOVE "REPORTE-DE-VARIANZAS" TO WS-INC-PARRAFO
               MOVE "CONTEOS.dat" TO WS-INC-ARCHIVO
               MOVE WS-CONTEOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               OPEN INPUT PRODUCTO
               OPEN OUTPUT REPORTE-VARIANZAS
               IF WS-CONTEOS-STATUS NOT = "00"
                   DISPLAY "No hay conteos cargados. Estado: "
                       WS-CONTEOS-STATUS
                   MOVE "APLICAR-AJUSTES-AUTORIZADOS" TO WS-INC-PARRAFO
                   MOVE "CONTEOS.dat" TO WS-INC-ARCHIVO
                   MOVE WS-CONTEOS-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               ELSE
                   OPEN I-O PRODUCTO
                   OPEN EXTEND PRODUCTO-AUDITORIA
           END-IF
           MOVE PRODUCTO-STOCK TO KARDEX-STOCK-RESULTANTE
           MOVE PRODUCTO-COSTO TO KARDEX-COSTO-UNITARIO
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO KARDEX-COSTO-UNITARIO
           END-IF
           COMPUTE KARDEX-VALOR =
               KARDEX-UNIDADES * KARDEX-COSTO-UNITARIO
           WRITE KARDEX-REGISTRO.
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "REPORTE-ATRASO-CICLO" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               PERFORM ABRIR-ARCHIVOS-CICLO
               OPEN OUTPUT REPORTE-ATRASO
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF NOT PRODUCTO-SIN-REPOSICION
                               PERFORM EXAMINAR-ATRASO-CONTEO
                           END-IF
                   END-READ

      *----------------------- CLAVE DE SUPERVISOR ------------------------
       VALIDAR-CLAVE-SUPERVISOR.
      *> La autorizacion es por identidad, clave individual y rol
      *> (VALIDAR-OPERADOR). Sin maestro de operadores no entra
      *> nadie: el primer supervisor se da de alta en
      *> GESTION-OPERADORES con la clave de arranque.
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO.

               ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "INVENTARIO-FISICO" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.


       END PROGRAM INVENTARIO-FISICO.
