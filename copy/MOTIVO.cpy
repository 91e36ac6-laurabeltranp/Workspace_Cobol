      *----------------------------------------------------------------
      * MOTIVO.cpy - Registro de MOTIVOS-INDEXADO.dat
      * Catalogo de motivos de precio forzado en caja (envase danado,
      * precio prometido, ...). Lo mantiene GESTION-MOTIVOS; la caja
      * solo acepta motivos activos y el codigo queda en la linea de
      * venta (VE-MOTIVO-FORZADO) para el informe diario de precios
      * forzados.
      *----------------------------------------------------------------
       01 MOTIVO-REGISTRO.
           03 MOTIVO-CODIGO PIC 9(2).
           03 MOTIVO-DESCRIP PIC X(30).
           03 MOTIVO-ACTIVO PIC X.
               88 MOTIVO-ESTA-ACTIVO VALUE "S".
               88 MOTIVO-DE-BAJA VALUE "N".
