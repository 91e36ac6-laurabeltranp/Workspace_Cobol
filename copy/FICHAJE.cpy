      *----------------------------------------------------------------
      * FICHAJE.cpy - Registro de FICHAJES-INDEXADO.dat
      * Registro diario de jornada de cada empleado (entrada, pausas
      * y salida) con la identidad y clave del maestro de operadores.
      * La clave ordena por empleado, dia y hora, que es como se lee
      * para el informe mensual. Nada se borra: una correccion anula
      * el fichaje (estado A, con quien, cuando y por que) y graba el
      * bueno como manual. Se conservan al menos cuatro anos: ningun
      * proceso de archivo o depuracion toca este archivo.
      *----------------------------------------------------------------
       01 FICHAJE-REGISTRO.
           03 FI-CLAVE.
               05 FI-OPERADOR-ID PIC X(8).
               05 FI-FECHA PIC 9(8).
               05 FI-HORA PIC 9(6).
      * Desempate de dos fichajes en el mismo segundo.
               05 FI-SECUENCIA PIC 9.
           03 FI-TIPO PIC X.
               88 FI-ENTRADA VALUE "E".
               88 FI-INICIO-PAUSA VALUE "P".
               88 FI-FIN-PAUSA VALUE "R".
               88 FI-SALIDA VALUE "S".
      * Origen: fichado por el empleado, propuesto al abrir la sesion
      * de caja, o grabado por un supervisor al corregir.
           03 FI-ORIGEN PIC X.
               88 FI-FICHADO VALUE "F".
               88 FI-DESDE-SESION VALUE "S".
               88 FI-MANUAL VALUE "M".
           03 FI-TERMINAL PIC 9.
           03 FI-ESTADO PIC X.
               88 FI-VALIDO VALUE "V".
               88 FI-ANULADO VALUE "A".
           03 FI-CORREGIDO-POR PIC X(8).
           03 FI-FECHA-CORRECCION PIC 9(8).
           03 FI-MOTIVO PIC X(30).
