      *----------------------------------------------------------------
      * FACTRECT.cpy - Registro de RECTIFICATIVAS-INDEXADO.dat
      * Facturas rectificativas (serie R): cuando un ticket ya
      * facturado (TICKET-FACTURADO) se devuelve o se anula, la
      * factura original no se toca y se emite una rectificativa que
      * la referencia, con base, cuota y total en negativo. Numeracion
      * correlativa propia, independiente de la serie de facturas.
      *----------------------------------------------------------------
       01 RECTIFICATIVA-REGISTRO.
           03 FR-NUMERO PIC 9(6).
           03 FR-FECHA PIC 9(8).
      * Factura que se rectifica (FE-NUMERO) y su fecha.
           03 FR-FACTURA-ORIGEN PIC 9(6).
           03 FR-FECHA-ORIGEN PIC 9(8).
      * Causa: devolucion de una linea (la referencia es el
      * DEVOLUCION-ID) o anulacion del ticket entero (la referencia
      * es el propio ticket).
           03 FR-MOTIVO PIC X.
               88 FR-POR-DEVOLUCION VALUE "D".
               88 FR-POR-ANULACION VALUE "A".
           03 FR-REFERENCIA PIC 9(6).
           03 FR-TICKET-NUMERO PIC 9(6).
           03 FR-CONCEPTO PIC X(40).
           03 FR-CLIENTE-ID PIC 9(6).
           03 FR-CLIENTE-NOMBRE PIC X(40).
           03 FR-CLIENTE-NIF PIC X(9).
           03 FR-BASE PIC S9(7)V99.
           03 FR-CUOTA-IVA PIC S9(7)V99.
           03 FR-TOTAL PIC S9(7)V99.
