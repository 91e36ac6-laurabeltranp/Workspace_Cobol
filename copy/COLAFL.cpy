      *----------------------------------------------------------------
      * COLAFL.cpy - Registro de COLA-FUERA-LINEA-CAJA-n.dat
      * Tickets cobrados en modo fuera de linea, en el disco del
      * puesto, a la espera de SINCRONIZAR-FUERA-LINEA. Cada ticket
      * son sus lineas (L) seguidas de su cabecera (C), grabadas
      * juntas al cobrar; unas lineas sin cabecera detras son un
      * ticket que no llego a cobrarse. El numero es provisional
      * (propio de la cola): la sincronizacion le da el definitivo de
      * la serie de la caja y marca la cabecera como pasada.
      *----------------------------------------------------------------
       01 COLA-REGISTRO.
           03 COLA-TIPO PIC X.
               88 COLA-ES-LINEA VALUE "L".
               88 COLA-ES-CABECERA VALUE "C".
           03 COLA-PROVISIONAL PIC 9(6).
           03 COLA-FECHA PIC 9(8).
           03 COLA-HORA PIC 9(6).
           03 COLA-OPERADOR PIC X(8).
           03 COLA-TERMINAL PIC 9.
           03 COLA-LINEA.
               05 COLA-PRODUCTO-ID PIC 9(6).
               05 COLA-UNIDADES PIC 9(3)V999.
               05 COLA-PRECIO PIC 9(5)V99.
               05 COLA-IMPORTE PIC 9(7)V99.
      * Espacios = producto; D = deposito de envase (VE-TIPO-LINEA).
               05 COLA-TIPO-LINEA PIC X.
               05 FILLER PIC X(10).
           03 COLA-CABECERA REDEFINES COLA-LINEA.
               05 COLA-LINEAS PIC 9(3).
               05 COLA-TOTAL PIC 9(7)V99.
      * Fuera de linea solo se cobra en efectivo (E) o tarjeta (T).
               05 COLA-MEDIO-PAGO PIC X.
               05 COLA-ENTREGADO PIC 9(7)V99.
               05 COLA-CAMBIO PIC 9(7)V99.
      * N = pendiente de sincronizar; S = ya pasado a los maestros
      * con el ticket COLA-TICKET-DEFINITIVO.
               05 COLA-SINCRONIZADO PIC X.
                   88 COLA-YA-SINCRONIZADO VALUE "S".
               05 COLA-TICKET-DEFINITIVO PIC 9(6).
