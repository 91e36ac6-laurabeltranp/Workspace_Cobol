       01 NUEVO-PROVEEDOR-DOMICILIO PIC X(40).
       01 NUEVO-PROVEEDOR-DIAS-PAGO PIC 9(3).
       01 NUEVO-PROVEEDOR-MINIMO PIC 9(7)V99.
       01 NUEVO-PROVEEDOR-IBAN PIC X(34).
       01 WS-IBAN-OK PIC A VALUE 'N'.
       01 WS-NIF-OK PIC A VALUE 'N'.
       01 WS-DNI-NUMERO PIC 9(8).
       01 WS-DNI-LETRA PIC X.
       01 WS-LETRA-CALCULADA PIC X.
       01 WS-NIE-PREFIJO-DIGITO PIC 9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
           OPEN I-O PROVEEDOR.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error al abrir el archivo. Código de estado: "
                   WS-FILE-STATUS
               MOVE "PRINCIPAL" TO WS-INC-PARRAFO
               MOVE "PROVEEDOR-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-FILE-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE PROVEEDOR
               STOP RUN
           END-IF
                       MOVE NUEVO-PROVEEDOR-MINIMO TO
                           PROVEEDOR-PEDIDO-MINIMO

                       PERFORM PEDIR-IBAN-PROVEEDOR
                       MOVE NUEVO-PROVEEDOR-IBAN TO PROVEEDOR-IBAN

                       DISPLAY "----- CONFIRME LOS DATOS -----"
                       DISPLAY "ID..........: " PROVEEDOR-ID
                       DISPLAY "Nombre......: " PROVEEDOR-NOMBRE
                       DISPLAY "Domicilio...: " PROVEEDOR-DOMICILIO
                       DISPLAY "Dias de pago: " PROVEEDOR-DIAS-PAGO
                       DISPLAY "Pedido min..: " PROVEEDOR-PEDIDO-MINIMO
                       DISPLAY "IBAN........: " PROVEEDOR-IBAN
                       DISPLAY "Confirma el alta del proveedor? (S/N): "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE 'S' TO WS-NIF-OK
           END-IF.

      *----------------------- CUENTA DE PAGO -----------------------------
      * IBAN al que se transfieren sus facturas en las remesas de
      * pago; en blanco el proveedor se paga por otro medio.
       PEDIR-IBAN-PROVEEDOR.
           MOVE 'N' TO WS-IBAN-OK
           PERFORM UNTIL WS-IBAN-OK = 'S'
               DISPLAY "IBAN para transferencias (en blanco = no "
                   "se paga por transferencia): "
               MOVE SPACES TO NUEVO-PROVEEDOR-IBAN
               ACCEPT NUEVO-PROVEEDOR-IBAN
               IF NUEVO-PROVEEDOR-IBAN = SPACES
                   MOVE 'S' TO WS-IBAN-OK
               ELSE
                   CALL "IBAN-VALIDAR" USING NUEVO-PROVEEDOR-IBAN,
                       WS-IBAN-OK
                   IF WS-IBAN-OK NOT = 'S'
                       DISPLAY "IBAN INVALIDO (digitos de control o "
                           "largo incorrectos)."
                   END-IF
               END-IF
           END-PERFORM.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "ALTA-PROVEEDOR" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM ALTA-PROVEEDOR.
