       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBAN-VALIDAR.

      * Verificacion de un IBAN (ISO 13616): quita los espacios, pasa
      * a mayusculas, comprueba pais (dos letras), digitos de control
      * y largo (24 para cuentas espanolas, 15 a 34 para el resto), y
      * calcula el modulo 97 con los cuatro primeros caracteres al
      * final y cada letra como dos cifras (A = 10 ... Z = 35): el
      * IBAN es bueno si el resto es 1. Devuelve el IBAN compacto.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-IBAN-COMPACTO PIC X(34).
       01 WS-IBAN-REORDENADO PIC X(34).
       01 WS-LARGO PIC 9(2).
       01 WS-I PIC 9(2).
       01 WS-CARACTER PIC X.
       01 WS-VALOR PIC 9(2).
       01 WS-RESTO PIC 9(3).
       01 WS-ALFABETO PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-POSICION PIC 9(2).
       01 WS-DIGITO PIC 9.

       LINKAGE SECTION.
       01 LK-IBAN PIC X(34).
      * S = IBAN correcto, N = no.
       01 LK-IBAN-OK PIC X.

       PROCEDURE DIVISION USING LK-IBAN, LK-IBAN-OK.
       VALIDAR-IBAN.
           MOVE "N" TO LK-IBAN-OK
           MOVE SPACES TO WS-IBAN-COMPACTO
           MOVE 0 TO WS-LARGO
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 34
               MOVE FUNCTION UPPER-CASE(LK-IBAN(WS-I:1))
                   TO WS-CARACTER
               IF WS-CARACTER NOT = SPACE AND WS-LARGO < 34
                   ADD 1 TO WS-LARGO
                   MOVE WS-CARACTER TO WS-IBAN-COMPACTO(WS-LARGO:1)
               END-IF
           END-PERFORM
           MOVE WS-IBAN-COMPACTO TO LK-IBAN

           IF WS-LARGO < 15
               GOBACK
           END-IF
           IF WS-IBAN-COMPACTO(1:2) NOT ALPHABETIC OR
              WS-IBAN-COMPACTO(3:2) NOT NUMERIC
               GOBACK
           END-IF
           IF WS-IBAN-COMPACTO(1:2) = "ES" AND WS-LARGO NOT = 24
               GOBACK
           END-IF

           MOVE SPACES TO WS-IBAN-REORDENADO
           MOVE WS-IBAN-COMPACTO(5:WS-LARGO - 4)
               TO WS-IBAN-REORDENADO
           MOVE WS-IBAN-COMPACTO(1:4)
               TO WS-IBAN-REORDENADO(WS-LARGO - 3:4)

           MOVE 0 TO WS-RESTO
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LARGO
               MOVE WS-IBAN-REORDENADO(WS-I:1) TO WS-CARACTER
               IF WS-CARACTER IS NUMERIC
                   MOVE WS-CARACTER TO WS-DIGITO
                   COMPUTE WS-RESTO =
                       FUNCTION MOD(WS-RESTO * 10 + WS-DIGITO, 97)
               ELSE
                   MOVE 0 TO WS-POSICION
                   INSPECT WS-ALFABETO TALLYING WS-POSICION
                       FOR CHARACTERS BEFORE INITIAL WS-CARACTER
                   IF WS-POSICION >= 26
                       GOBACK
                   END-IF
                   COMPUTE WS-VALOR = WS-POSICION + 10
                   COMPUTE WS-RESTO =
                       FUNCTION MOD(WS-RESTO * 100 + WS-VALOR, 97)
               END-IF
           END-PERFORM

           IF WS-RESTO = 1
               MOVE "S" TO LK-IBAN-OK
           END-IF
           GOBACK.

       END PROGRAM IBAN-VALIDAR.
