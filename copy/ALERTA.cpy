      *----------------------------------------------------------------
      * ALERTA.cpy - Registro de ALERTAS-SANITARIAS-INDEXADO.dat
      * Alerta sanitaria (retirada de un lote por el proveedor o la
      * autoridad sanitaria). Al abrirla GESTION-ALERTAS bloquea el
      * lote (LOTE-RETIRADO); las unidades que se van retirando se
      * cuentan aqui, tanto las pasadas a mermas como las devueltas
      * al proveedor por DEVOLUCION-PROVEEDOR, y el cierre deja el
      * informe de lo actuado. La clave alternativa por producto es
      * la que consulta la caja.
      *----------------------------------------------------------------
       01 ALERTA-REGISTRO.
           03 ALERTA-NUMERO PIC 9(6).
           03 ALERTA-PRODUCTO-ID PIC 9(6).
           03 ALERTA-LOTE-CODIGO PIC X(10).
      * P = la comunica el proveedor, S = la autoridad sanitaria.
           03 ALERTA-ORIGEN PIC X.
               88 ALERTA-DEL-PROVEEDOR VALUE "P".
               88 ALERTA-DE-SANIDAD VALUE "S".
           03 ALERTA-REFERENCIA PIC X(20).
           03 ALERTA-MOTIVO PIC X(30).
           03 ALERTA-FECHA-APERTURA PIC 9(8).
      * Fecha desde la que se buscan ventas del producto: la entrada
      * del lote, o la que indique el supervisor si el lote no la
      * tiene.
           03 ALERTA-FECHA-DESDE PIC 9(8).
      * Unidades del lote al bloquearlo y las retiradas desde
      * entonces, por destino.
           03 ALERTA-UNIDADES-BLOQUEADAS PIC 9(6).
           03 ALERTA-UNIDADES-MERMA PIC 9(6).
           03 ALERTA-UNIDADES-DEVUELTAS PIC 9(6).
           03 ALERTA-ESTADO PIC X.
               88 ALERTA-ABIERTA VALUE "A".
               88 ALERTA-CERRADA VALUE "C".
           03 ALERTA-FECHA-CIERRE PIC 9(8).
           03 ALERTA-OPERADOR PIC X(8).
