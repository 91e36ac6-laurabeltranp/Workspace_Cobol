       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN-SHA256.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------- SHA-256 ------------------------------------
      * Cada palabra de 32 bits se lleva como valor (para sumar modulo
      * 2**32) y, cuando hay que rotarla o combinarla bit a bit, como
      * tira de 32 digitos 0/1 (el 1 es el bit mas alto).
       01 SHA-K-VALORES.
           05 FILLER PIC 9(10) VALUE 1116352408.
           05 FILLER PIC 9(10) VALUE 1899447441.
           05 FILLER PIC 9(10) VALUE 3049323471.
           05 FILLER PIC 9(10) VALUE 3921009573.
           05 FILLER PIC 9(10) VALUE 0961987163.
           05 FILLER PIC 9(10) VALUE 1508970993.
           05 FILLER PIC 9(10) VALUE 2453635748.
           05 FILLER PIC 9(10) VALUE 2870763221.
           05 FILLER PIC 9(10) VALUE 3624381080.
           05 FILLER PIC 9(10) VALUE 0310598401.
           05 FILLER PIC 9(10) VALUE 0607225278.
           05 FILLER PIC 9(10) VALUE 1426881987.
           05 FILLER PIC 9(10) VALUE 1925078388.
           05 FILLER PIC 9(10) VALUE 2162078206.
           05 FILLER PIC 9(10) VALUE 2614888103.
           05 FILLER PIC 9(10) VALUE 3248222580.
           05 FILLER PIC 9(10) VALUE 3835390401.
           05 FILLER PIC 9(10) VALUE 4022224774.
           05 FILLER PIC 9(10) VALUE 0264347078.
           05 FILLER PIC 9(10) VALUE 0604807628.
           05 FILLER PIC 9(10) VALUE 0770255983.
           05 FILLER PIC 9(10) VALUE 1249150122.
           05 FILLER PIC 9(10) VALUE 1555081692.
           05 FILLER PIC 9(10) VALUE 1996064986.
           05 FILLER PIC 9(10) VALUE 2554220882.
           05 FILLER PIC 9(10) VALUE 2821834349.
           05 FILLER PIC 9(10) VALUE 2952996808.
           05 FILLER PIC 9(10) VALUE 3210313671.
           05 FILLER PIC 9(10) VALUE 3336571891.
           05 FILLER PIC 9(10) VALUE 3584528711.
           05 FILLER PIC 9(10) VALUE 0113926993.
           05 FILLER PIC 9(10) VALUE 0338241895.
           05 FILLER PIC 9(10) VALUE 0666307205.
           05 FILLER PIC 9(10) VALUE 0773529912.
           05 FILLER PIC 9(10) VALUE 1294757372.
           05 FILLER PIC 9(10) VALUE 1396182291.
           05 FILLER PIC 9(10) VALUE 1695183700.
           05 FILLER PIC 9(10) VALUE 1986661051.
           05 FILLER PIC 9(10) VALUE 2177026350.
           05 FILLER PIC 9(10) VALUE 2456956037.
           05 FILLER PIC 9(10) VALUE 2730485921.
           05 FILLER PIC 9(10) VALUE 2820302411.
           05 FILLER PIC 9(10) VALUE 3259730800.
           05 FILLER PIC 9(10) VALUE 3345764771.
           05 FILLER PIC 9(10) VALUE 3516065817.
           05 FILLER PIC 9(10) VALUE 3600352804.
           05 FILLER PIC 9(10) VALUE 4094571909.
           05 FILLER PIC 9(10) VALUE 0275423344.
           05 FILLER PIC 9(10) VALUE 0430227734.
           05 FILLER PIC 9(10) VALUE 0506948616.
           05 FILLER PIC 9(10) VALUE 0659060556.
           05 FILLER PIC 9(10) VALUE 0883997877.
           05 FILLER PIC 9(10) VALUE 0958139571.
           05 FILLER PIC 9(10) VALUE 1322822218.
           05 FILLER PIC 9(10) VALUE 1537002063.
           05 FILLER PIC 9(10) VALUE 1747873779.
           05 FILLER PIC 9(10) VALUE 1955562222.
           05 FILLER PIC 9(10) VALUE 2024104815.
           05 FILLER PIC 9(10) VALUE 2227730452.
           05 FILLER PIC 9(10) VALUE 2361852424.
           05 FILLER PIC 9(10) VALUE 2428436474.
           05 FILLER PIC 9(10) VALUE 2756734187.
           05 FILLER PIC 9(10) VALUE 3204031479.
           05 FILLER PIC 9(10) VALUE 3329325298.
       01 SHA-K-TABLA REDEFINES SHA-K-VALORES.
           05 SHA-K PIC 9(10) OCCURS 64 TIMES.
       01 SHA-H-INICIALES.
           05 FILLER PIC 9(10) VALUE 1779033703.
           05 FILLER PIC 9(10) VALUE 3144134277.
           05 FILLER PIC 9(10) VALUE 1013904242.
           05 FILLER PIC 9(10) VALUE 2773480762.
           05 FILLER PIC 9(10) VALUE 1359893119.
           05 FILLER PIC 9(10) VALUE 2600822924.
           05 FILLER PIC 9(10) VALUE 0528734635.
           05 FILLER PIC 9(10) VALUE 1541459225.
       01 SHA-H-INICIAL-TABLA REDEFINES SHA-H-INICIALES.
           05 SHA-H-INICIAL PIC 9(10) OCCURS 8 TIMES.
       01 SHA-H-TABLA.
           05 SHA-H PIC 9(10) OCCURS 8 TIMES.
      * Variables de trabajo a..h: valor y bits.
       01 SHA-V-TABLA.
           05 SHA-V PIC 9(10) OCCURS 8 TIMES.
       01 SHA-FILAS.
           05 SHA-FILA OCCURS 8 TIMES.
               10 SHA-FB PIC 9 OCCURS 32 TIMES.
       01 SHA-W-TABLA.
           05 SHA-W PIC 9(10) OCCURS 64 TIMES.
      * Mensaje con su relleno: hasta 8 bloques de 64 bytes.
       01 SHA-BYTES-TABLA.
           05 SHA-BYTE PIC 9(3) OCCURS 512 TIMES.
       01 SHA-XB-TABLA.
           05 SHA-XB PIC 9 OCCURS 32 TIMES.
       01 SHA-MODULO PIC 9(11) VALUE 4294967296.
       01 SHA-X PIC 9(10).
       01 SHA-COCIENTE PIC 9(12).
       01 SHA-SUMA PIC 9(12).
       01 SHA-T1 PIC 9(10).
       01 SHA-T2 PIC 9(10).
       01 SHA-S0 PIC 9(10).
       01 SHA-S1 PIC 9(10).
       01 SHA-CH PIC 9(10).
       01 SHA-MAJ PIC 9(10).
       01 SHA-SIGMA PIC 9(10).
      * Desplazamientos de la sigma: los dos primeros son rotaciones;
      * el tercero rota (R) o desplaza perdiendo bits (S).
       01 SHA-R1 PIC 99.
       01 SHA-R2 PIC 99.
       01 SHA-R3 PIC 99.
       01 SHA-MODO3 PIC X.
       01 SHA-BIT-SUMA PIC 9.
       01 SHA-BIT PIC 9.
       01 SHA-BLOQUES PIC 99.
       01 SHA-BLOQUE PIC 99.
       01 SHA-BASE PIC 9(4).
       01 SHA-POS PIC 9(4).
       01 SHA-LONG-BITS PIC 9(10).
       01 SHA-T PIC 99.
       01 SHA-I PIC 9(4).
       01 SHA-N PIC 99.
       01 SHA-J PIC S9(4).
       01 SHA-DIGITO PIC 99.
       01 SHA-HEX PIC X(16) VALUE "0123456789ABCDEF".

       LINKAGE SECTION.
      * Texto a resumir; solo cuentan sus LK-LONGITUD primeros bytes
      * (como mucho 440: el relleno tiene que caber en 8 bloques).
       01 LK-TEXTO PIC X(440).
       01 LK-LONGITUD PIC 9(4).
      * Resumen en 64 cifras hexadecimales, en mayusculas.
       01 LK-RESUMEN PIC X(64).

       PROCEDURE DIVISION USING LK-TEXTO, LK-LONGITUD, LK-RESUMEN.
      *----------------------- RESUMEN SHA-256 ----------------------------
      * SHA-256 de un texto, en hexadecimal. Lo usan la huella del
      * registro de facturacion (HUELLA-FACTURACION) y el resumen de
      * las claves de los operadores (CIFRAR-CLAVE).
       INICIO.
           PERFORM CALCULAR-SHA256
           PERFORM PASAR-A-HEXADECIMAL
           GOBACK.

      *> Relleno estandar: un byte 80 hex tras el mensaje, ceros y la
      *> longitud en bits en los ultimos bytes del ultimo bloque.
       CALCULAR-SHA256.
           MOVE ZEROES TO SHA-BYTES-TABLA
           PERFORM VARYING SHA-I FROM 1 BY 1 UNTIL SHA-I > LK-LONGITUD
               COMPUTE SHA-BYTE(SHA-I) =
                   FUNCTION ORD(LK-TEXTO(SHA-I:1)) - 1
           END-PERFORM
           MOVE 128 TO SHA-BYTE(LK-LONGITUD + 1)
           COMPUTE SHA-BLOQUES = (LK-LONGITUD + 8) / 64 + 1
           COMPUTE SHA-LONG-BITS = LK-LONGITUD * 8
           COMPUTE SHA-POS = SHA-BLOQUES * 64
           PERFORM 4 TIMES
               DIVIDE SHA-LONG-BITS BY 256 GIVING SHA-COCIENTE
                   REMAINDER SHA-BYTE(SHA-POS)
               MOVE SHA-COCIENTE TO SHA-LONG-BITS
               SUBTRACT 1 FROM SHA-POS
           END-PERFORM
           PERFORM VARYING SHA-I FROM 1 BY 1 UNTIL SHA-I > 8
               MOVE SHA-H-INICIAL(SHA-I) TO SHA-H(SHA-I)
           END-PERFORM
           PERFORM VARYING SHA-BLOQUE FROM 1 BY 1
               UNTIL SHA-BLOQUE > SHA-BLOQUES
               PERFORM PROCESAR-BLOQUE
           END-PERFORM.

       PROCESAR-BLOQUE.
           COMPUTE SHA-BASE = (SHA-BLOQUE - 1) * 64
           PERFORM VARYING SHA-T FROM 1 BY 1 UNTIL SHA-T > 16
               COMPUTE SHA-POS = SHA-BASE + (SHA-T - 1) * 4
               COMPUTE SHA-W(SHA-T) =
                   SHA-BYTE(SHA-POS + 1) * 16777216 +
                   SHA-BYTE(SHA-POS + 2) * 65536 +
                   SHA-BYTE(SHA-POS + 3) * 256 +
                   SHA-BYTE(SHA-POS + 4)
           END-PERFORM
           PERFORM VARYING SHA-T FROM 17 BY 1 UNTIL SHA-T > 64
               PERFORM AMPLIAR-PALABRA
           END-PERFORM
           PERFORM VARYING SHA-N FROM 1 BY 1 UNTIL SHA-N > 8
               MOVE SHA-H(SHA-N) TO SHA-V(SHA-N)
               MOVE SHA-V(SHA-N) TO SHA-X
               PERFORM VALOR-A-BITS
               MOVE SHA-XB-TABLA TO SHA-FILA(SHA-N)
           END-PERFORM
           PERFORM VARYING SHA-T FROM 1 BY 1 UNTIL SHA-T > 64
               PERFORM RONDA-SHA
           END-PERFORM
           PERFORM VARYING SHA-I FROM 1 BY 1 UNTIL SHA-I > 8
               COMPUTE SHA-SUMA = SHA-H(SHA-I) + SHA-V(SHA-I)
               PERFORM REDUCIR-MODULO
               MOVE SHA-X TO SHA-H(SHA-I)
           END-PERFORM.

      *> W(t) = s1(W(t-2)) + W(t-7) + s0(W(t-15)) + W(t-16).
       AMPLIAR-PALABRA.
           MOVE SHA-W(SHA-T - 2) TO SHA-X
           PERFORM VALOR-A-BITS
           MOVE 17 TO SHA-R1
           MOVE 19 TO SHA-R2
           MOVE 10 TO SHA-R3
           MOVE "S" TO SHA-MODO3
           PERFORM CALCULAR-SIGMA
           MOVE SHA-SIGMA TO SHA-S1
           MOVE SHA-W(SHA-T - 15) TO SHA-X
           PERFORM VALOR-A-BITS
           MOVE 7 TO SHA-R1
           MOVE 18 TO SHA-R2
           MOVE 3 TO SHA-R3
           MOVE "S" TO SHA-MODO3
           PERFORM CALCULAR-SIGMA
           MOVE SHA-SIGMA TO SHA-S0
           COMPUTE SHA-SUMA = SHA-S1 + SHA-W(SHA-T - 7) + SHA-S0
               + SHA-W(SHA-T - 16)
           PERFORM REDUCIR-MODULO
           MOVE SHA-X TO SHA-W(SHA-T).

       RONDA-SHA.
      *> S1(e), rotaciones 6, 11 y 25.
           MOVE SHA-FILA(5) TO SHA-XB-TABLA
           MOVE 6 TO SHA-R1
           MOVE 11 TO SHA-R2
           MOVE 25 TO SHA-R3
           MOVE "R" TO SHA-MODO3
           PERFORM CALCULAR-SIGMA
           MOVE SHA-SIGMA TO SHA-S1
      *> Ch(e,f,g): el bit de e elige entre el de f y el de g.
           MOVE 0 TO SHA-CH
           PERFORM VARYING SHA-I FROM 1 BY 1 UNTIL SHA-I > 32
               IF SHA-FB(5, SHA-I) = 1
                   MOVE SHA-FB(6, SHA-I) TO SHA-BIT
               ELSE
                   MOVE SHA-FB(7, SHA-I) TO SHA-BIT
               END-IF
               COMPUTE SHA-CH = SHA-CH * 2 + SHA-BIT
           END-PERFORM
           COMPUTE SHA-SUMA = SHA-V(8) + SHA-S1 + SHA-CH
               + SHA-K(SHA-T) + SHA-W(SHA-T)
           PERFORM REDUCIR-MODULO
           MOVE SHA-X TO SHA-T1
      *> S0(a), rotaciones 2, 13 y 22.
           MOVE SHA-FILA(1) TO SHA-XB-TABLA
           MOVE 2 TO SHA-R1
           MOVE 13 TO SHA-R2
           MOVE 22 TO SHA-R3
           MOVE "R" TO SHA-MODO3
           PERFORM CALCULAR-SIGMA
           MOVE SHA-SIGMA TO SHA-S0
      *> Maj(a,b,c): el bit que se repite en al menos dos.
           MOVE 0 TO SHA-MAJ
           PERFORM VARYING SHA-I FROM 1 BY 1 UNTIL SHA-I > 32
               COMPUTE SHA-BIT-SUMA = SHA-FB(1, SHA-I)
                   + SHA-FB(2, SHA-I) + SHA-FB(3, SHA-I)
               IF SHA-BIT-SUMA > 1
                   MOVE 1 TO SHA-BIT
               ELSE
                   MOVE 0 TO SHA-BIT
               END-IF
               COMPUTE SHA-MAJ = SHA-MAJ * 2 + SHA-BIT
           END-PERFORM
           COMPUTE SHA-SUMA = SHA-S0 + SHA-MAJ
           PERFORM REDUCIR-MODULO
           MOVE SHA-X TO SHA-T2
      *> h=g, g=f, f=e, e=d+T1, d=c, c=b, b=a, a=T1+T2.
           PERFORM VARYING SHA-J FROM 8 BY -1 UNTIL SHA-J < 2
               MOVE SHA-V(SHA-J - 1) TO SHA-V(SHA-J)
               MOVE SHA-FILA(SHA-J - 1) TO SHA-FILA(SHA-J)
           END-PERFORM
           COMPUTE SHA-SUMA = SHA-V(5) + SHA-T1
           PERFORM REDUCIR-MODULO
           MOVE SHA-X TO SHA-V(5)
           PERFORM VALOR-A-BITS
           MOVE SHA-XB-TABLA TO SHA-FILA(5)
           COMPUTE SHA-SUMA = SHA-T1 + SHA-T2
           PERFORM REDUCIR-MODULO
           MOVE SHA-X TO SHA-V(1)
           PERFORM VALOR-A-BITS
           MOVE SHA-XB-TABLA TO SHA-FILA(1).

      *> O exclusivo de tres copias de SHA-XB desplazadas SHA-R1,
      *> SHA-R2 y SHA-R3 posiciones a la derecha.
       CALCULAR-SIGMA.
           MOVE 0 TO SHA-SIGMA
           PERFORM VARYING SHA-I FROM 1 BY 1 UNTIL SHA-I > 32
               MOVE 0 TO SHA-BIT-SUMA
               COMPUTE SHA-J = SHA-I - SHA-R1
               IF SHA-J < 1
                   ADD 32 TO SHA-J
               END-IF
               ADD SHA-XB(SHA-J) TO SHA-BIT-SUMA
               COMPUTE SHA-J = SHA-I - SHA-R2
               IF SHA-J < 1
                   ADD 32 TO SHA-J
               END-IF
               ADD SHA-XB(SHA-J) TO SHA-BIT-SUMA
               COMPUTE SHA-J = SHA-I - SHA-R3
               IF SHA-J < 1
                   IF SHA-MODO3 = "R"
                       ADD 32 TO SHA-J
                       ADD SHA-XB(SHA-J) TO SHA-BIT-SUMA
                   END-IF
               ELSE
                   ADD SHA-XB(SHA-J) TO SHA-BIT-SUMA
               END-IF
               IF SHA-BIT-SUMA = 1 OR SHA-BIT-SUMA = 3
                   MOVE 1 TO SHA-BIT
               ELSE
                   MOVE 0 TO SHA-BIT
               END-IF
               COMPUTE SHA-SIGMA = SHA-SIGMA * 2 + SHA-BIT
           END-PERFORM.

       VALOR-A-BITS.
           PERFORM VARYING SHA-I FROM 32 BY -1 UNTIL SHA-I < 1
               DIVIDE SHA-X BY 2 GIVING SHA-COCIENTE
                   REMAINDER SHA-XB(SHA-I)
               MOVE SHA-COCIENTE TO SHA-X
           END-PERFORM.

      *> SHA-SUMA modulo 2**32, resultado en SHA-X.
       REDUCIR-MODULO.
           DIVIDE SHA-SUMA BY SHA-MODULO GIVING SHA-COCIENTE
               REMAINDER SHA-X.

       PASAR-A-HEXADECIMAL.
           PERFORM VARYING SHA-I FROM 1 BY 1 UNTIL SHA-I > 8
               MOVE SHA-H(SHA-I) TO SHA-X
               PERFORM VARYING SHA-J FROM 8 BY -1 UNTIL SHA-J < 1
                   DIVIDE SHA-X BY 16 GIVING SHA-COCIENTE
                       REMAINDER SHA-DIGITO
                   MOVE SHA-COCIENTE TO SHA-X
                   MOVE SHA-HEX(SHA-DIGITO + 1:1)
                       TO LK-RESUMEN((SHA-I - 1) * 8 + SHA-J:1)
               END-PERFORM
           END-PERFORM.

       END PROGRAM RESUMEN-SHA256.
