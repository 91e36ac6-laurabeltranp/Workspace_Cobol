      *----------------------------------------------------------------
      * DOCPROV.cpy - Registro de DOCUMENTOS-PROV-INDEXADO.dat
      * Documentacion que el proveedor de alimentacion tiene que
      * tener en regla: registro sanitario (RGSEAA), certificados de
      * calidad y seguro de responsabilidad civil, con sus fechas.
      * Vencimiento 0 = sin caducidad. Los OBLIGATORIOS caducados
      * hacen que la generacion de pedidos avise antes de pedirle.
      * Lo mantiene GESTION-DOCUMENTOS-PROV.
      *----------------------------------------------------------------
       01 DOCPROV-REGISTRO.
           03 DCP-CLAVE.
               05 DCP-PROVEEDOR-ID PIC 9(6).
               05 DCP-TIPO PIC X.
                   88 DCP-REGISTRO-SANITARIO VALUE "R".
                   88 DCP-CERTIFICADO-CALIDAD VALUE "C".
                   88 DCP-SEGURO-RC VALUE "S".
                   88 DCP-OTRO-DOCUMENTO VALUE "O".
                   88 DCP-TIPO-VALIDO VALUE "R" "C" "S" "O".
               05 DCP-REFERENCIA PIC X(20).
           03 DCP-DESCRIP PIC X(30).
           03 DCP-FECHA-EMISION PIC 9(8).
           03 DCP-FECHA-VENCIMIENTO PIC 9(8).
           03 DCP-OBLIGATORIO PIC X.
               88 DCP-ES-OBLIGATORIO VALUE "S".
           03 DCP-FECHA-ALTA PIC 9(8).
