      *----------------------------------------------------------------
      * AFINIDAD.cpy - Registro de AFINIDAD-CESTAS-INDEXADO.dat
      * Acumulado mensual de cestas (tickets) para el analisis de
      * productos y familias que se compran juntos. Cada noche
      * ACUMULAR-AFINIDAD suma solo las lineas de venta nuevas; el
      * reporte de afinidad lee estos totales y no el historico.
      * Por mes: cestas del mes (T), cestas con cada producto (P) o
      * familia (F) y con cada par de productos (Q) o de familias (G),
      * el par con AF-ID-A menor que AF-ID-B. El registro de control
      * (mes 0, tipo C) guarda hasta que linea de venta se ha sumado.
      *----------------------------------------------------------------
       01 AFINIDAD-REGISTRO.
           03 AF-CLAVE.
               05 AF-MES PIC 9(6).
               05 AF-TIPO PIC X.
                   88 AF-ES-CONTROL VALUE "C".
                   88 AF-ES-CESTAS-MES VALUE "T".
                   88 AF-ES-PRODUCTO VALUE "P".
                   88 AF-ES-PAR-PRODUCTOS VALUE "Q".
                   88 AF-ES-FAMILIA VALUE "F".
                   88 AF-ES-PAR-FAMILIAS VALUE "G".
               05 AF-ID-A PIC 9(6).
               05 AF-ID-B PIC 9(6).
           03 AF-CESTAS PIC 9(7).
      * Solo en el registro de control: ultima linea de venta sumada
      * y su fecha.
           03 AF-ULTIMA-VENTA PIC 9(6).
           03 AF-ULTIMA-FECHA PIC 9(8).
