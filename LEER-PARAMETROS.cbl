       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEER-PARAMETROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS
               ASSIGN TO "PARAMETROS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
           COPY PARAMETRO.

       WORKING-STORAGE SECTION.
       77 WS-PARAMETROS-STATUS PIC XX.
       77 WS-LEIDO PIC X.
      * Codigo de tienda en los intercambios cuando no hay otro.
       77 WS-CODIGO-FABRICA PIC X(10) VALUE "TIENDA01".
      * Plazo para contestar una reclamacion cuando no hay otro: el
      * mes que da la ley de consumo.
       77 WS-DIAS-RECLAMACION-FABRICA PIC 9(3) VALUE 30.
      * Sufijo del ordenante SEPA cuando el banco no da otro.
       77 WS-SUFIJO-FABRICA PIC X(3) VALUE "000".
      * Plazo de recogida de un pedido web y dias habiles de dinero
      * en transito antes del aviso.
       77 WS-DIAS-RECOGIDA-FABRICA PIC 9(2) VALUE 3.
       77 WS-DIAS-TRANSITO-FABRICA PIC 9(2) VALUE 2.
      * Politica de claves de fabrica: 5 fallos, 90 dias, 4
      * caracteres y las 4 ultimas claves.
       77 WS-INTENTOS-FABRICA PIC 9(2) VALUE 5.
       77 WS-VIGENCIA-FABRICA PIC 9(3) VALUE 90.
       77 WS-LARGO-FABRICA PIC 9 VALUE 4.
       77 WS-NO-REPETIR-FABRICA PIC 9 VALUE 4.

       LINKAGE SECTION.
           COPY PARAMETRO REPLACING LEADING ==PA== BY ==LK-PA==.

       PROCEDURE DIVISION USING LK-PARAMETROS-REGISTRO.
      *----------------------- PARAMETROS DE LA TIENDA --------------------
      * Devuelve el registro de PARAMETROS.dat. Sin archivo (tienda
      * recien instalada) o con el archivo vacio devuelve los valores
      * de fabrica, los mismos que llevaban escritos los programas:
      * nadie tiene que dar de alta los parametros para poder vender.
       INICIO.
           MOVE "N" TO WS-LEIDO
           OPEN INPUT PARAMETROS
           IF WS-PARAMETROS-STATUS = "00"
               READ PARAMETROS
                   NOT AT END
                       MOVE PARAMETROS-REGISTRO
                           TO LK-PARAMETROS-REGISTRO
                       MOVE "S" TO WS-LEIDO
               END-READ
               CLOSE PARAMETROS
           END-IF
           IF WS-LEIDO = "N"
               PERFORM VALORES-DE-FABRICA
           END-IF
           PERFORM COMPLETAR-VALORES
           GOBACK.

      *> Un valor en blanco, a cero o fuera de rango no deja operar a
      *> quien lo usa: vale el de fabrica. El IBAN no tiene valor de
      *> fabrica: lo pone el supervisor.
       COMPLETAR-VALORES.
           IF LK-PA-TIENDA-CODIGO = SPACES
               MOVE WS-CODIGO-FABRICA TO LK-PA-TIENDA-CODIGO
           END-IF
           IF LK-PA-DIAS-RECLAMACION NOT NUMERIC OR
              LK-PA-DIAS-RECLAMACION = 0
               MOVE WS-DIAS-RECLAMACION-FABRICA
                   TO LK-PA-DIAS-RECLAMACION
           END-IF
           IF LK-PA-SEPA-SUFIJO = SPACES
               MOVE WS-SUFIJO-FABRICA TO LK-PA-SEPA-SUFIJO
           END-IF
           IF LK-PA-DIAS-RECOGIDA-WEB NOT NUMERIC OR
              LK-PA-DIAS-RECOGIDA-WEB = 0
               MOVE WS-DIAS-RECOGIDA-FABRICA TO LK-PA-DIAS-RECOGIDA-WEB
           END-IF
           IF LK-PA-DIAS-AVISO-TRANSITO NOT NUMERIC OR
              LK-PA-DIAS-AVISO-TRANSITO = 0
               MOVE WS-DIAS-TRANSITO-FABRICA
                   TO LK-PA-DIAS-AVISO-TRANSITO
           END-IF
           IF LK-PA-MAX-INTENTOS-CLAVE NOT NUMERIC OR
              LK-PA-MAX-INTENTOS-CLAVE = 0
               MOVE WS-INTENTOS-FABRICA TO LK-PA-MAX-INTENTOS-CLAVE
           END-IF
           IF LK-PA-DIAS-VIGENCIA-CLAVE NOT NUMERIC OR
              LK-PA-DIAS-VIGENCIA-CLAVE = 0
               MOVE WS-VIGENCIA-FABRICA TO LK-PA-DIAS-VIGENCIA-CLAVE
           END-IF
           IF LK-PA-LARGO-MINIMO-CLAVE NOT NUMERIC OR
              LK-PA-LARGO-MINIMO-CLAVE = 0 OR
              LK-PA-LARGO-MINIMO-CLAVE > 8
               MOVE WS-LARGO-FABRICA TO LK-PA-LARGO-MINIMO-CLAVE
           END-IF
           IF LK-PA-CLAVES-NO-REPETIR NOT NUMERIC OR
              LK-PA-CLAVES-NO-REPETIR = 0 OR
              LK-PA-CLAVES-NO-REPETIR > 4
               MOVE WS-NO-REPETIR-FABRICA TO LK-PA-CLAVES-NO-REPETIR
           END-IF.

       VALORES-DE-FABRICA.
           MOVE "ULTRAMARINOS LA ESQUINA S.L." TO LK-PA-TIENDA-NOMBRE
           MOVE "B00000000" TO LK-PA-TIENDA-NIF
           MOVE "C/ MAYOR, 1" TO LK-PA-TIENDA-DIRECCION
           MOVE "41001 SEVILLA" TO LK-PA-TIENDA-POBLACION
           MOVE "955000000" TO LK-PA-TIENDA-TELEFONO
           MOVE "GRACIAS POR SU COMPRA" TO LK-PA-PIE-TICKET
           MOVE 21 TO LK-PA-IVA-GENERAL
           MOVE 1 TO LK-PA-PUNTOS-POR-EURO
           MOVE 100 TO LK-PA-PUNTOS-CANJE-EURO
           MOVE 180 TO LK-PA-DIAS-VALE
           MOVE 0 TO LK-PA-CRITICO-DEFECTO
           MOVE 10 TO LK-PA-UMBRAL-FORZADO-PCT
           MOVE SPACES TO LK-PA-CLAVE-ARRANQUE-HASH
           MOVE ZEROES TO LK-PA-FECHA-CAMBIO
           MOVE SPACES TO LK-PA-OPERADOR-CAMBIO
           MOVE WS-CODIGO-FABRICA TO LK-PA-TIENDA-CODIGO
           MOVE WS-DIAS-RECLAMACION-FABRICA TO LK-PA-DIAS-RECLAMACION
           MOVE SPACES TO LK-PA-TIENDA-IBAN
           MOVE WS-SUFIJO-FABRICA TO LK-PA-SEPA-SUFIJO
           MOVE WS-DIAS-RECOGIDA-FABRICA TO LK-PA-DIAS-RECOGIDA-WEB
           MOVE WS-DIAS-TRANSITO-FABRICA TO LK-PA-DIAS-AVISO-TRANSITO
           MOVE WS-INTENTOS-FABRICA TO LK-PA-MAX-INTENTOS-CLAVE
           MOVE WS-VIGENCIA-FABRICA TO LK-PA-DIAS-VIGENCIA-CLAVE
           MOVE WS-LARGO-FABRICA TO LK-PA-LARGO-MINIMO-CLAVE
           MOVE WS-NO-REPETIR-FABRICA TO LK-PA-CLAVES-NO-REPETIR.

       END PROGRAM LEER-PARAMETROS.
