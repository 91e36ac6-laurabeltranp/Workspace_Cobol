       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFRAR-CLAVE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Texto a resumir: constante de la tienda, identidad (sal) y
      * clave, 32 posiciones fijas. Se declara con la medida del texto
      * de RESUMEN-SHA256; el resto queda en blanco y no se resume.
       77 WS-CONSTANTE PIC X(16) VALUE "ULTRAMARINOS-LE1".
       77 WS-LONGITUD PIC 9(4) VALUE 32.
       01 WS-TEXTO PIC X(440).

       LINKAGE SECTION.
       01 LK-OPERADOR-ID PIC X(8).
       01 LK-CLAVE PIC X(8).
       01 LK-CLAVE-HASH PIC X(64).

       PROCEDURE DIVISION USING LK-OPERADOR-ID, LK-CLAVE,
               LK-CLAVE-HASH.
      *----------------------- RESUMEN DE CLAVE ---------------------------
      * Convierte identidad y clave en su resumen SHA-256 (64 cifras
      * hexadecimales), que es lo unico que se guarda
      * (CREDENCIAL.cpy). La identidad hace de sal: dos operadores
      * con la misma clave no comparten resumen. Para validar se
      * resume lo tecleado y se compara; la clave no se puede sacar
      * del resumen. Cambiar la constante invalida todas las claves
      * guardadas.
       INICIO.
           MOVE SPACES TO WS-TEXTO
           STRING WS-CONSTANTE LK-OPERADOR-ID LK-CLAVE
               DELIMITED BY SIZE INTO WS-TEXTO
           CALL "RESUMEN-SHA256" USING WS-TEXTO, WS-LONGITUD,
               LK-CLAVE-HASH
           GOBACK.

       END PROGRAM CIFRAR-CLAVE.
