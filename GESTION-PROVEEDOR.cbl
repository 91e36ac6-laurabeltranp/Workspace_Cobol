       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-LISTADO-STATUS PIC XX.
       01 FIN PIC X VALUE "N".
       01 OPCION PIC 99 VALUE 0.
       01 WS-EOF PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 SINO PIC X VALUE "S".
       01 NUEVO-PROVEEDOR-TELEFONO PIC X(15).
       01 NUEVO-PROVEEDOR-EMAIL PIC X(30).
       01 NUEVO-PROVEEDOR-DIAS-PAGO PIC 9(3).
       01 NUEVO-PROVEEDOR-IBAN PIC X(34).
       01 WS-IBAN-OK PIC X VALUE "N".
       01 LISTADO-ENCABEZADO PIC X(120) VALUE
           "ID      NOMBRE                     TELEFONO     NIF".
       01 LISTADO-DETALLE.
           05 LP-NIF PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-EMAIL PIC X(30).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error al abrir el archivo. Código de estado: "
                   WS-FILE-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "PROVEEDOR-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-FILE-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

               DISPLAY "6. CATALOGO DE PRODUCTOS POR PROVEEDOR."
               DISPLAY "7. RANKING DE CALIDAD (DEVOLUCIONES)."
               DISPLAY "8. TARIFAS DEL PROVEEDOR."
               DISPLAY "9. TIPOS DE CAMBIO DE DIVISAS."
               DISPLAY "10. DOCUMENTACION SANITARIA Y SEGUROS."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
                       CLOSE PROVEEDOR
                       CALL "GESTION-TARIFAS"
                       OPEN I-O PROVEEDOR
                   WHEN 9
                       CALL "GESTION-CAMBIOS"
                   WHEN 10
      *> GESTION-DOCUMENTOS-PROV abre el mismo archivo: se cierra
      *> antes y se reabre al volver.
                       CLOSE PROVEEDOR
                       CALL "GESTION-DOCUMENTOS-PROV"
                       OPEN I-O PROVEEDOR
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
           DISPLAY "NIF/CIF.....: " PROVEEDOR-NIF
           DISPLAY "Domicilio...: " PROVEEDOR-DOMICILIO
           DISPLAY "Dias de pago: " PROVEEDOR-DIAS-PAGO
           DISPLAY "Pedido min..: " PROVEEDOR-PEDIDO-MINIMO
           DISPLAY "IBAN........: " PROVEEDOR-IBAN.

      *----------------------- MODIFICACION -------------------------------
       MODIFICAR-PROVEEDOR.
                   PERFORM MOSTRAR-PROVEEDOR
                   DISPLAY "QUE DESEA MODIFICAR?"
                   DISPLAY "1. NOMBRE  2. TELEFONO  3. EMAIL"
                   DISPLAY "4. DIAS DE PAGO  5. IBAN"
                   ACCEPT OPCION-MODIFICAR
                   EVALUATE OPCION-MODIFICAR
                       WHEN 1
                           END-IF
                           MOVE NUEVO-PROVEEDOR-DIAS-PAGO TO
                               PROVEEDOR-DIAS-PAGO
                       WHEN 5
                           PERFORM PEDIR-IBAN-PROVEEDOR
                           MOVE NUEVO-PROVEEDOR-IBAN TO PROVEEDOR-IBAN
                       WHEN OTHER
                           DISPLAY "NUMERO INTRODUCIDO NO VALIDO."
                   END-EVALUATE
                       ELSE
                           DISPLAY "Error al modificar. Estado: "
                               WS-FILE-STATUS
                           MOVE "MODIFICAR-PROVEEDOR" TO WS-INC-PARRAFO
                           MOVE "PROVEEDOR-INDEXADO.dat"
                               TO WS-INC-ARCHIVO
                           MOVE WS-FILE-STATUS TO WS-INC-ESTADO
                           MOVE PROVEEDOR-ID TO WS-INC-CLAVE
                           PERFORM REGISTRAR-INCIDENCIA
                       END-IF
                   ELSE
                       DISPLAY "Modificacion cancelada por el usuario."
                   END-IF
           END-READ.

      * IBAN de las remesas de pago; en blanco el proveedor deja de
      * pagarse por transferencia.
       PEDIR-IBAN-PROVEEDOR.
           MOVE "N" TO WS-IBAN-OK
           PERFORM UNTIL WS-IBAN-OK = "S"
               DISPLAY "INGRESE EL NUEVO IBAN (EN BLANCO = SIN "
                   "TRANSFERENCIA): "
               MOVE SPACES TO NUEVO-PROVEEDOR-IBAN
               ACCEPT NUEVO-PROVEEDOR-IBAN
               IF NUEVO-PROVEEDOR-IBAN = SPACES
                   MOVE "S" TO WS-IBAN-OK
               ELSE
                   CALL "IBAN-VALIDAR" USING NUEVO-PROVEEDOR-IBAN,
                       WS-IBAN-OK
                   IF WS-IBAN-OK NOT = "S"
                       DISPLAY "IBAN INVALIDO (digitos de control o "
                           "largo incorrectos)."
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------- BAJA ---------------------------------------
      * La baja se bloquea mientras haya productos del catalogo que
      * referencien el PROVEEDOR-ID.
                           ELSE
                               DISPLAY "Error en la baja. Estado: "
                                   WS-FILE-STATUS
                               MOVE "BAJA-PROVEEDOR" TO WS-INC-PARRAFO
                               MOVE "PROVEEDOR-INDEXADO.dat"
                                   TO WS-INC-ARCHIVO
                               MOVE WS-FILE-STATUS TO WS-INC-ESTADO
                               MOVE PROVEEDOR-ID TO WS-INC-CLAVE
                               PERFORM REGISTRAR-INCIDENCIA
                           END-IF
                       ELSE
                           DISPLAY "Baja cancelada por el usuario."
           CLOSE LISTADO-PROVEEDORES
           DISPLAY "Listado grabado en LISTADO-PROVEEDORES.txt".

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-PROVEEDOR" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-PROVEEDOR.
