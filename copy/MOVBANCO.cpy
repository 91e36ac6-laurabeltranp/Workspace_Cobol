      *----------------------------------------------------------------
      * MOVBANCO.cpy - Registro de MOVIMIENTOS-BANCO-INDEXADO.dat
      * Movimientos del extracto del banco importados de la Norma 43
      * (IMPORTAR-NORMA43), uno por registro 22 con su primer
      * concepto complementario. La clave del extracto (cuenta,
      * fecha de operacion y orden del apunte dentro del dia) no
      * admite duplicados, asi que importar dos veces el mismo
      * extracto no repite movimientos. CONCILIAR-BANCO casa cada
      * movimiento con la partida del sistema que lo origina.
      *----------------------------------------------------------------
       01 MOVIMIENTO-BANCO-REGISTRO.
           03 MB-NUMERO PIC 9(8).
           03 MB-CLAVE-EXTRACTO.
               05 MB-CUENTA PIC X(18).
               05 MB-FECHA-OPERACION PIC 9(8).
               05 MB-ORDEN PIC 9(4).
           03 MB-FECHA-VALOR PIC 9(8).
           03 MB-CONCEPTO-COMUN PIC 9(2).
           03 MB-CONCEPTO-PROPIO PIC X(3).
      * C cargo (sale dinero), A abono (entra dinero).
           03 MB-SIGNO PIC X.
               88 MB-CARGO VALUE "C".
               88 MB-ABONO VALUE "A".
           03 MB-IMPORTE PIC 9(10)V99.
           03 MB-DOCUMENTO PIC X(10).
           03 MB-REFERENCIA-1 PIC X(12).
           03 MB-REFERENCIA-2 PIC X(16).
           03 MB-CONCEPTO PIC X(76).
      * P pendiente, A casado automatico, M casado a mano,
      * S sin partida (comisiones u otros cargos que el sistema no
      * registra, justificados a mano).
           03 MB-ESTADO PIC X.
               88 MB-PENDIENTE VALUE "P".
               88 MB-CASADO-AUTO VALUE "A".
               88 MB-CASADO-MANUAL VALUE "M".
               88 MB-SIN-PARTIDA VALUE "S".
      * Partida casada: T liquidacion de tarjeta (clave = fecha),
      * E ingreso de efectivo (IB-NUMERO), P factura de proveedor
      * (FP-NUMERO-INTERNO), C cobro de fiado (cliente, fecha y
      * hora), G gasto (GA-NUMERO), R transferencia de una remesa
      * de pagos (RP-CLAVE).
           03 MB-PARTIDA-TIPO PIC X.
           03 MB-PARTIDA-CLAVE PIC X(20).
           03 MB-PARTIDA-IMPORTE PIC 9(10)V99.
           03 MB-OPERADOR PIC X(8).
           03 MB-FECHA-CASADO PIC 9(8).
           03 MB-FECHA-IMPORTACION PIC 9(8).
