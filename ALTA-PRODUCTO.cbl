       01 WS-NUEVO-ID PIC 9(6).
       01 WS-EOF-DUP PIC X VALUE "N".
       01 WS-DUPLICADO PIC X VALUE "N".
       01 WS-RETIRADO PIC X VALUE "N".
       01 WS-FECHA-RETIRO PIC 9(8) VALUE ZEROES.
       01 WS-FUSIONADO-EN PIC 9(6) VALUE ZEROES.
      * Parametros de la tienda: critico que se propone al dar de
      * alta (con 0 se deja el que se teclee).
           COPY PARAMETRO.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PROGRAM-BEGIN.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           OPEN EXTEND PRODUCTO.
           IF File-Status NOT = "00"
           DISPLAY "ERROR AL ABRIR EL ARCHIVO FILE-STATUS: " File-Status
                   ACCEPT PRODUCTO-STOCK
                   DISPLAY "INGRESE EL CADUCIDAD DEL PRODUCTO: "
                   ACCEPT PRODUCTO-CADUCIDAD
                   IF PA-CRITICO-DEFECTO > 0
                       DISPLAY "INGRESE EL CRITICO DEL PRODUCTO (0 = "
                           PA-CRITICO-DEFECTO "): "
                   ELSE
                       DISPLAY "INGRESE EL CRITICO DEL PRODUCTO: "
                   END-IF
                   ACCEPT PRODUCTO-CRITICO
                   IF PRODUCTO-CRITICO = 0
                       MOVE PA-CRITICO-DEFECTO TO PRODUCTO-CRITICO
                   END-IF
                   DISPLAY "INGRESE EL ID DEL PROVEEDOR: "
                   ACCEPT PRODUCTO-PROVEEDOR-ID
                   DISPLAY "INGRESE LA UBICACION DEL PRODUCTO: "
                   MOVE ZEROES TO PRODUCTO-COSTO
                   MOVE "N" TO PRODUCTO-DISCONTINUADO
                   MOVE ZEROES TO PRODUCTO-FAMILIA
                   MOVE SPACE TO PRODUCTO-RESTRICCION-EDAD
                   MOVE ZEROES TO PRODUCTO-ENVASE-ID
                   MOVE "N" TO PRODUCTO-ES-ENVASE
                   MOVE "N" TO PRODUCTO-CONSIGNA
                   MOVE SPACE TO PRODUCTO-CLASE-TEMP
                   MOVE ZEROES TO PRODUCTO-CONTENIDO-NETO
                   MOVE SPACE TO PRODUCTO-UNIDAD-CONTENIDO
                   MOVE ZEROES TO PRODUCTO-FIN-LIQUIDACION

                   DISPLAY "----- CONFIRME LOS DATOS DEL PRODUCTO -----"
                   DISPLAY "ID..........: " PRODUCTO-ID
                       ELSE
                           DISPLAY "Producto no guardado. Estado: "
                               File-Status
                           MOVE "PROGRAM-BEGIN" TO WS-INC-PARRAFO
                           MOVE "PRODUCTO-SECUENCIAL.dat"
                               TO WS-INC-ARCHIVO
                           MOVE File-Status TO WS-INC-ESTADO
                           PERFORM REGISTRAR-INCIDENCIA
                       END-IF
                   ELSE
                       DISPLAY "ALTA CANCELADA POR EL USUARIO."
               END-PERFORM.
               CLOSE PRODUCTO.
               OPEN EXTEND PRODUCTO.
               IF WS-DUPLICADO = "N"
                   PERFORM VERIFICAR-RETIRADO
               END-IF.
               MOVE WS-NUEVO-ID TO PRODUCTO-ID.

      *> El ID de un producto purgado no se vuelve a dar: sus ventas
      *> antiguas lo siguen nombrando.
           VERIFICAR-RETIRADO.
               CALL "CONSULTAR-RETIRADO" USING WS-NUEVO-ID,
                   WS-RETIRADO, WS-FECHA-RETIRO, WS-FUSIONADO-EN,
                   PRODUCTO-REGISTRO.
               IF WS-RETIRADO = "S"
                   DISPLAY "ID DE UN PRODUCTO RETIRADO EL "
                       WS-FECHA-RETIRO ": NO SE REUTILIZA."
                   MOVE "S" TO WS-DUPLICADO
               END-IF.

           CALCULO-DIGITO.
               CALL "DigitoC" USING PRODUCTO-ID, DIGITO END-CALL.
               MOVE DIGITO TO PRODUCTO-CONTROL.
           MOVE SPACES TO WS-VALOR-DESPUES
           WRITE AUDITORIA-REGISTRO.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "ALTA-PRODUCTO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM ALTA-PRODUCTO.
