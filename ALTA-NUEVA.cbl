           03 NUEVO-PRODUCTO-UBICACION PIC X(10).
           03 NUEVO-PRODUCTO-EAN PIC 9(13).
           03 NUEVO-PRODUCTO-FAMILIA PIC 9(3).
           03 NUEVO-PRODUCTO-RESTRICCION PIC X.

       01 ENCABEZADO.
           05 E-PRODUCTO-ID PIC X(10) VALUE "ID".
       01 OPCION-MODIFICAR PIC 9.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ERROR-FLAG PIC A VALUE 'N'.
       01 WS-RETIRADO PIC X VALUE "N".
       01 WS-FECHA-RETIRO PIC 9(8) VALUE ZEROES.
       01 WS-FUSIONADO-EN PIC 9(6) VALUE ZEROES.
       01 WS-HOY PIC 9(8).
       01 WS-CAD-FECHA PIC 9(8).
       01 WS-MODO-CALCULO PIC X VALUE "N".
       01 WS-DIAS-RESTANTES PIC S9(8).
       01 WS-EAN-BUSCADO PIC 9(13).
       01 WS-EAN-ENCONTRADO PIC X VALUE "N".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.
       PROCEDURE DIVISION.
       INICIO.
       OPEN I-O PRODUCTO.
       IF FILE-STATUS NOT = "00"
        DISPLAY "Error al abrir el archivo. Codigo de estado: "
            FILE-STATUS
        MOVE "INICIO" TO WS-INC-PARRAFO
        MOVE "producto.dat" TO WS-INC-ARCHIVO
        MOVE FILE-STATUS TO WS-INC-ESTADO
        PERFORM REGISTRAR-INCIDENCIA-GRAVE
        CLOSE PRODUCTO
        STOP RUN
       END-IF
                   DISPLAY "Error: ID debe ser numérico."
                   MOVE 'S' TO WS-ERROR-FLAG
               END-IF
               IF WS-ERROR-FLAG = 'N'
                   PERFORM VERIFICAR-ID-RETIRADO
               END-IF

               MOVE NUEVO-PRODUCTO-ID TO PRODUCTO-ID
               READ PRODUCTO
                           MOVE ZEROES TO NUEVO-PRODUCTO-FAMILIA
                       END-IF

                       DISPLAY "Restriccion de edad (A=Alcohol / "
                       DISPLAY "T=Tabaco / en blanco=ninguna): "
                       ACCEPT NUEVO-PRODUCTO-RESTRICCION
                       EVALUATE NUEVO-PRODUCTO-RESTRICCION
                           WHEN "a"
                               MOVE "A" TO NUEVO-PRODUCTO-RESTRICCION
                           WHEN "t"
                               MOVE "T" TO NUEVO-PRODUCTO-RESTRICCION
                           WHEN "A"
                           WHEN "T"
                               CONTINUE
                           WHEN OTHER
                               MOVE SPACE TO NUEVO-PRODUCTO-RESTRICCION
                       END-EVALUATE

                       DISPLAY "Ingrese el codigo EAN del producto: "
                       ACCEPT NUEVO-PRODUCTO-EAN
                       IF NUEVO-PRODUCTO-EAN NOT NUMERIC
                   MOVE 'N' TO PRODUCTO-DISCONTINUADO
                   MOVE ZEROES TO PRODUCTO-COSTO
                   MOVE NUEVO-PRODUCTO-FAMILIA TO PRODUCTO-FAMILIA
                   MOVE NUEVO-PRODUCTO-RESTRICCION TO
                       PRODUCTO-RESTRICCION-EDAD
                   MOVE ZEROES TO PRODUCTO-ENVASE-ID
                   MOVE "N" TO PRODUCTO-ES-ENVASE
                   MOVE "N" TO PRODUCTO-CONSIGNA
                   MOVE SPACE TO PRODUCTO-CLASE-TEMP
                   MOVE ZEROES TO PRODUCTO-CONTENIDO-NETO
                   MOVE SPACE TO PRODUCTO-UNIDAD-CONTENIDO
                   MOVE ZEROES TO PRODUCTO-FIN-LIQUIDACION
                   MOVE NUEVO-PRODUCTO-PROVEEDOR-ID TO
                       PRODUCTO-PROVEEDOR-ID
                   MOVE NUEVO-PRODUCTO-UBICACION TO PRODUCTO-UBICACION
           IF VD-FILE-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ventas-diarias.dat. Estado: "
                   VD-FILE-STATUS
               MOVE "ACTUALIZACION-VENTAS" TO WS-INC-PARRAFO
               MOVE "ventas-diarias.dat" TO WS-INC-ARCHIVO
               MOVE VD-FILE-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               PERFORM UNTIL WS-EOF = "S"
                   READ VENTAS-DIARIAS
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PRODUCTO-STOCK < PRODUCTO-CRITICO AND
                          NOT PRODUCTO-SIN-REPOSICION
                           DISPLAY PRODUCTO-ID "  " PRODUCTO-DESCRIP
                               "  STOCK: " PRODUCTO-STOCK
                               "  CRITICO: " PRODUCTO-CRITICO
           CLOSE REPORTE-VENCIMIENTO-CSV.

      *----------------------- EAN DUPLICADO EN ALTA ----------------------
      *> El ID de un producto purgado no se vuelve a dar: sus ventas
      *> antiguas lo siguen nombrando.
       VERIFICAR-ID-RETIRADO.
           CALL "CONSULTAR-RETIRADO" USING NUEVO-PRODUCTO-ID,
               WS-RETIRADO, WS-FECHA-RETIRO, WS-FUSIONADO-EN,
               PRODUCTO-REGISTRO
           IF WS-RETIRADO = "S"
               DISPLAY "Error: ID de un producto retirado el "
                   WS-FECHA-RETIRO ", no se reutiliza."
               MOVE 'S' TO WS-ERROR-FLAG
           END-IF.

       VERIFICAR-EAN-DUPLICADO.
           MOVE NUEVO-PRODUCTO-EAN TO PRODUCTO-EAN
           START PRODUCTO KEY IS EQUAL PRODUCTO-EAN

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

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "ALTA-NUEVA" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.


       END PROGRAM ALTA-NUEVA.
