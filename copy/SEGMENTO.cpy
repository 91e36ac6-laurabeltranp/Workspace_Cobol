      *----------------------------------------------------------------
      * SEGMENTO.cpy - Registro de SEGMENTOS-CLIENTES-INDEXADO.dat
      * Segmentacion mensual de clientes por recencia, frecuencia y
      * gasto de sus tickets de los ultimos doce meses. Un registro
      * por mes y cliente: comparando con el mes anterior se ve quien
      * sube y quien se pierde. Lo graba SEGMENTAR-CLIENTES.
      *----------------------------------------------------------------
       01 SEGMENTO-REGISTRO.
           03 SG-CLAVE.
               05 SG-MES PIC 9(6).
               05 SG-CLIENTE-ID PIC 9(6).
      * Dia de corte del calculo: el ultimo del mes en el cierre
      * mensual, o el dia en que se lanzo a mano a mitad de mes.
           03 SG-FECHA-CORTE PIC 9(8).
           03 SG-PRIMERA-COMPRA PIC 9(8).
           03 SG-ULTIMA-COMPRA PIC 9(8).
           03 SG-DIAS-SIN-COMPRA PIC 9(5).
      * Tickets y gasto de los doce meses anteriores al corte.
           03 SG-TICKETS PIC 9(5).
           03 SG-GASTO PIC 9(7)V99.
      * Puntuacion de 1 (peor) a 5 (mejor) de cada eje.
           03 SG-PUNTOS-RECENCIA PIC 9.
           03 SG-PUNTOS-FRECUENCIA PIC 9.
           03 SG-PUNTOS-GASTO PIC 9.
           03 SG-SEGMENTO PIC X.
               88 SG-LEAL VALUE "L".
               88 SG-EN-RIESGO VALUE "R".
               88 SG-PERDIDO VALUE "P".
               88 SG-NUEVO VALUE "N".
