      *----------------------------------------------------------------
      * CREDENCIAL.cpy - Registro de CREDENCIALES-INDEXADO.dat
      * Clave de cada operador del maestro, guardada solo como
      * resumen SHA-256 (CIFRAR-CLAVE, con la identidad como sal),
      * en 64 cifras hexadecimales, y su estado: intentos fallidos
      * seguidos, bloqueo, fecha de la clave para la caducidad y las
      * ultimas claves usadas para no repetirlas. El operador que aun
      * no tiene registro aqui trae la clave en claro del maestro
      * (OP-CLAVE): VALIDAR-OPERADOR la pasa a este archivo en su
      * primer acceso y la borra del maestro.
      *----------------------------------------------------------------
       01 CREDENCIAL-REGISTRO.
           03 CR-OPERADOR-ID PIC X(8).
           03 CR-CLAVE-HASH PIC X(64).
      * Fecha en que se puso la clave; cero = clave provisional (alta,
      * reseteo o recien pasada desde el maestro): se cambia en el
      * primer acceso.
           03 CR-FECHA-CLAVE PIC 9(8).
           03 CR-INTENTOS-FALLIDOS PIC 9(2).
           03 CR-BLOQUEADO PIC X.
               88 CR-ESTA-BLOQUEADO VALUE "S".
               88 CR-NO-BLOQUEADO VALUE "N".
           03 CR-FECHA-BLOQUEO PIC 9(8).
           03 CR-HORA-BLOQUEO PIC 9(6).
           03 CR-ULTIMO-ACCESO PIC 9(8).
      * Resumen de las claves anteriores, la mas reciente primero.
           03 CR-CLAVE-ANTERIOR PIC X(64) OCCURS 4 TIMES.
