      *----------------------------------------------------------------
      * PRECCOMP.cpy - Registro de PRECIOS-COMPETENCIA-INDEXADO.dat
      * Precio observado de un producto nuestro en un competidor en
      * una fecha, tecleado tras la visita (GESTION-COMPETENCIA) o
      * importado de la hoja de calculo (IMPORTAR-PRECIOS-COMPETENCIA).
      * La clave ordena por producto, competidor y fecha: el ultimo
      * registro de cada producto y competidor es su precio vigente.
      * Una segunda observacion del mismo dia reemplaza a la primera.
      *----------------------------------------------------------------
       01 PRECIO-COMP-REGISTRO.
           03 PCO-CLAVE.
               05 PCO-PRODUCTO-ID PIC 9(6).
               05 PCO-COMPETIDOR-ID PIC 9(3).
               05 PCO-FECHA PIC 9(8).
           03 PCO-PRECIO PIC 9(5)V99.
      * P = anotado en pantalla, I = importado del CSV.
           03 PCO-ORIGEN PIC X.
               88 PCO-DE-PANTALLA VALUE "P".
               88 PCO-IMPORTADO VALUE "I".
           03 PCO-OPERADOR PIC X(8).
