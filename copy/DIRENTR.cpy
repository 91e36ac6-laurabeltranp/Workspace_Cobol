      *----------------------------------------------------------------
      * DIRENTR.cpy - Registro de DIRECCIONES-ENTREGA-INDEXADO.dat
      * Direccion de reparto a domicilio de un cliente y su zona de
      * ruta. Se propone al preparar cada albaran, que guarda su
      * propia copia.
      *----------------------------------------------------------------
       01 DIRECCION-ENTREGA-REGISTRO.
           03 DIR-CLIENTE-ID PIC 9(6).
           03 DIR-DIRECCION PIC X(40).
           03 DIR-POBLACION PIC X(20).
           03 DIR-ZONA PIC X(4).
           03 DIR-OBSERVACIONES PIC X(30).
