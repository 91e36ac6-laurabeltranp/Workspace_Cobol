       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROTECCION-DATOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES
               ASSIGN TO "CLIENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT TICKETS
               ASSIGN TO "TICKETS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKET-NUMERO
               FILE STATUS IS WS-TICKETS-STATUS.

           SELECT PUNTOS-MOVIMIENTOS
               ASSIGN TO "PUNTOS-MOVIMIENTOS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUNTOS-STATUS.

           SELECT PAGOS-CLIENTES
               ASSIGN TO "PAGOS-CLIENTES.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT ENCARGOS
               ASSIGN TO "ENCARGOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-ENCARGOS-STATUS.

           SELECT RECLAMACIONES
               ASSIGN TO "RECLAMACIONES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-RECLAMACIONES-STATUS.

           SELECT DIRECCIONES
               ASSIGN TO "DIRECCIONES-ENTREGA-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-CLIENTE-ID
               FILE STATUS IS WS-DIRECCIONES-STATUS.

           SELECT PROPUESTA
               ASSIGN TO "CLIENTES-INACTIVOS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROPUESTA-STATUS.

           SELECT PRODUCTO-AUDITORIA
               ASSIGN TO "PRODUCTO-AUDITORIA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT EXPORTACION
               ASSIGN TO DYNAMIC WS-NOMBRE-EXPORTACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORTACION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTE.

       FD TICKETS.
           COPY TICKETS.

       FD PUNTOS-MOVIMIENTOS.
           COPY PUNTOSMV.

       FD PAGOS-CLIENTES.
           COPY PAGOCLI.

       FD ENCARGOS.
           COPY ENCARGO.

       FD RECLAMACIONES.
           COPY RECLAMA.

       FD DIRECCIONES.
           COPY DIRENTR.

       FD PROPUESTA.
           COPY INACTIVO.

       FD PRODUCTO-AUDITORIA.
           COPY AUDITORIA.

       FD EXPORTACION.
       01 EXP-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CLIENTES-STATUS PIC XX.
       01 WS-TICKETS-STATUS PIC XX.
       01 WS-PUNTOS-STATUS PIC XX.
       01 WS-PAGOS-STATUS PIC XX.
       01 WS-ENCARGOS-STATUS PIC XX.
       01 WS-RECLAMACIONES-STATUS PIC XX.
       01 WS-DIRECCIONES-STATUS PIC XX.
       01 WS-PROPUESTA-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-EXPORTACION-STATUS PIC XX.
       01 WS-NOMBRE-EXPORTACION PIC X(40).
       01 OPCION PIC 9 VALUE 0.
       01 FIN PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-CLIENTE-ID PIC 9(6).
       01 WS-CONFIRMA PIC X.
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
           COPY SEGURIDAD.
      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Anios sin actividad para proponer la supresion de un cliente.
       01 WS-ANIOS-INACTIVIDAD PIC 9 VALUE 4.
       01 WS-PROPUESTOS PIC 9(5) VALUE ZEROES.
      * Motivo por el que no se puede suprimir (espacios = se puede).
       01 WS-IMPEDIMENTO PIC X(50).
       01 WS-FIN-REVISION PIC X VALUE "N".
       01 WS-SUPRIMIDOS PIC 9(5) VALUE ZEROES.
       01 WS-CONTADOR PIC 9(5) VALUE ZEROES.

      *----------------------- LINEAS DE LA EXPORTACION -------------------
       01 EXP-TITULO.
           05 FILLER PIC X(42) VALUE
               "DATOS PERSONALES QUE CONSTAN DEL CLIENTE ".
           05 ET-CLIENTE-ID PIC 9(6).
           05 FILLER PIC X(7) VALUE " AL DIA".
           05 FILLER PIC X VALUE SPACE.
           05 ET-FECHA PIC 9(8).
       01 EXP-CAMPO.
           05 EC-ETIQUETA PIC X(28).
           05 EC-VALOR PIC X(60).
       01 EXP-CONSENTIMIENTO.
           05 ECO-ETIQUETA PIC X(28).
           05 ECO-VALOR PIC X(3).
           05 FILLER PIC X(9) VALUE "   fecha ".
           05 ECO-FECHA PIC 9(8).
       01 EXP-TICKET.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ETK-NUMERO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ETK-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ETK-HORA PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ETK-TOTAL PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ETK-NOTA PIC X(10).
       01 EXP-PUNTOS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EPU-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EPU-TIPO PIC X(12).
           05 EPU-PUNTOS PIC Z(5)9.
           05 FILLER PIC X(9) VALUE "  ticket ".
           05 EPU-TICKET PIC 9(6).
           05 FILLER PIC X(9) VALUE "  saldo ".
           05 EPU-SALDO PIC Z(5)9.
       01 EXP-PAGO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EPA-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EPA-HORA PIC 9(6).
           05 FILLER PIC X(10) VALUE "  cobro ".
           05 EPA-IMPORTE PIC Z(6)9.99.
           05 FILLER PIC X(9) VALUE "  saldo ".
           05 EPA-SALDO PIC Z(6)9.99.
       01 EXP-ENCARGO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EEN-NUMERO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EEN-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EEN-DESCRIPCION PIC X(30).
           05 EEN-CANTIDAD PIC ZZ9.
           05 FILLER PIC X(9) VALUE "  senial ".
           05 EEN-SENIA PIC Z(4)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EEN-ESTADO PIC X(10).
       01 EXP-RECLAMACION.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ERC-NUMERO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ERC-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ERC-DESCRIPCION PIC X(60).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ERC-ESTADO PIC X(12).
       01 EXP-IMPORTE PIC Z(6)9.99.
       01 EXP-SIN-DATOS PIC X(100) VALUE "  (sin registros)".
       01 EXP-NOTA-1 PIC X(100) VALUE
           "Las facturas emitidas a su nombre se conservan por".
       01 EXP-NOTA-2 PIC X(100) VALUE
           "obligacion legal y no forman parte de esta supresion.".
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- PROTECCION DE DATOS -----------------------
      * Derechos del cliente sobre sus datos personales, solo con
      * clave de supervisor: exportacion de todo lo que consta de el
      * (ficha, tickets, puntos, cuenta, encargos y reclamaciones) y
      * supresion, que borra nombre, documento, telefono y direccion
      * (tambien en sus hojas de reclamaciones) pero conserva el
      * CLIENTE-ID para no romper tickets ni facturas. No se suprime
      * a quien debe fiado, tiene un encargo sin entregar o una
      * reclamacion sin contestar. La
      * propuesta anual de inactivos (CLIENTES-INACTIVOS) se revisa
      * aqui cliente a cliente; cada supresion queda en la auditoria
      * (accion ANONIMIZA).
       INICIO.
           MOVE "S" TO WS-ROL-EXIGIDO
           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "CLAVE INCORRECTA. ACCESO NO AUTORIZADO."
               GOBACK
           END-IF
           PERFORM RESOLVER-OPERADOR-AUDITORIA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           OPEN I-O CLIENTES
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "Error al abrir clientes. Estado: "
                   WS-CLIENTES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "CLIENTES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-CLIENTES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           MOVE "N" TO FIN
           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "PROTECCION DE DATOS DE CLIENTES"
               DISPLAY "1. EXPORTAR LOS DATOS DE UN CLIENTE."
               DISPLAY "2. SUPRIMIR LOS DATOS DE UN CLIENTE."
               DISPLAY "3. GENERAR PROPUESTA DE INACTIVOS."
               DISPLAY "4. REVISAR PROPUESTA DE INACTIVOS."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       PERFORM EXPORTAR-DATOS
                   WHEN 2
                       PERFORM SUPRIMIR-CLIENTE
                   WHEN 3
                       PERFORM GENERAR-PROPUESTA
                   WHEN 4
                       PERFORM REVISAR-PROPUESTA
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM
           CLOSE CLIENTES
           GOBACK.

      *----------------------- EXPORTACION DE DATOS ----------------------
      * Derecho de acceso: todo lo que consta del cliente en un solo
      * archivo DATOS-CLIENTE-nnnnnn.txt para entregarselo.
       EXPORTAR-DATOS.
           DISPLAY "Codigo del cliente: "
           ACCEPT WS-CLIENTE-ID
           MOVE WS-CLIENTE-ID TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE."
               NOT INVALID KEY
                   PERFORM GENERAR-EXPORTACION
           END-READ.

       GENERAR-EXPORTACION.
           MOVE SPACES TO WS-NOMBRE-EXPORTACION
           STRING "DATOS-CLIENTE-" WS-CLIENTE-ID ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-EXPORTACION
           OPEN OUTPUT EXPORTACION
           IF WS-EXPORTACION-STATUS NOT = "00"
               DISPLAY "Error al crear " WS-NOMBRE-EXPORTACION
                   ". Estado: " WS-EXPORTACION-STATUS
               MOVE "GENERAR-EXPORTACION" TO WS-INC-PARRAFO
               MOVE WS-NOMBRE-EXPORTACION TO WS-INC-ARCHIVO
               MOVE WS-EXPORTACION-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               MOVE WS-CLIENTE-ID TO ET-CLIENTE-ID
               MOVE WS-HOY TO ET-FECHA
               MOVE EXP-TITULO TO EXP-LINEA
               WRITE EXP-LINEA
               PERFORM EXPORTAR-FICHA
               PERFORM EXPORTAR-DIRECCION
               PERFORM EXPORTAR-TICKETS
               PERFORM EXPORTAR-PUNTOS
               PERFORM EXPORTAR-PAGOS
               PERFORM EXPORTAR-ENCARGOS
               PERFORM EXPORTAR-RECLAMACIONES
               MOVE SPACES TO EXP-LINEA
               WRITE EXP-LINEA
               MOVE EXP-NOTA-1 TO EXP-LINEA
               WRITE EXP-LINEA
               MOVE EXP-NOTA-2 TO EXP-LINEA
               WRITE EXP-LINEA
               CLOSE EXPORTACION

               MOVE WS-CLIENTE-ID TO AUDITORIA-VALOR-ANTES
               MOVE SPACES TO AUDITORIA-VALOR-DESPUES
               MOVE "EXPORTA" TO AUDITORIA-ACCION
               MOVE SPACES TO AUDITORIA-DETALLE
               STRING "Exportacion de datos del cliente "
                   WS-CLIENTE-ID
                   DELIMITED BY SIZE INTO AUDITORIA-DETALLE
               PERFORM GRABAR-AUDITORIA-DATOS
               DISPLAY "Datos exportados en " WS-NOMBRE-EXPORTACION
           END-IF.

       EXPORTAR-FICHA.
           MOVE SPACES TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE "FICHA DE CLIENTE" TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE "  Nombre:" TO EC-ETIQUETA
           MOVE CLIENTE-NOMBRE TO EC-VALOR
           MOVE EXP-CAMPO TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE "  DNI/NIF:" TO EC-ETIQUETA
           MOVE CLIENTE-DNI TO EC-VALOR
           MOVE EXP-CAMPO TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE "  Telefono:" TO EC-ETIQUETA
           MOVE CLIENTE-TELEFONO TO EC-VALOR
           MOVE EXP-CAMPO TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE "  Puntos de fidelidad:" TO EC-ETIQUETA
           MOVE CLIENTE-PUNTOS TO EC-VALOR
           MOVE EXP-CAMPO TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE "  Saldo de cuenta:" TO EC-ETIQUETA
           MOVE CLIENTE-SALDO-CUENTA TO EXP-IMPORTE
           MOVE EXP-IMPORTE TO EC-VALOR
           MOVE EXP-CAMPO TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE "  Limite de credito:" TO EC-ETIQUETA
           MOVE CLIENTE-LIMITE-CREDITO TO EXP-IMPORTE
           MOVE EXP-IMPORTE TO EC-VALOR
           MOVE EXP-CAMPO TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE "  Cliente de empresa:" TO EC-ETIQUETA
           IF CLIENTE-EMPRESA
               MOVE "SI" TO EC-VALOR
           ELSE
               MOVE "NO" TO EC-VALOR
           END-IF
           MOVE EXP-CAMPO TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE "  Consentimiento servicio:" TO ECO-ETIQUETA
           IF CLIENTE-ACEPTA-SERVICIO
               MOVE "SI" TO ECO-VALOR
           ELSE
               MOVE "NO" TO ECO-VALOR
           END-IF
           MOVE CLIENTE-FECHA-SERVICIO TO ECO-FECHA
           MOVE EXP-CONSENTIMIENTO TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE "  Consentimiento comercial:" TO ECO-ETIQUETA
           IF CLIENTE-ACEPTA-MARKETING
               MOVE "SI" TO ECO-VALOR
           ELSE
               MOVE "NO" TO ECO-VALOR
           END-IF
           MOVE CLIENTE-FECHA-MARKETING TO ECO-FECHA
           MOVE EXP-CONSENTIMIENTO TO EXP-LINEA
           WRITE EXP-LINEA
           IF CLIENTE-ES-ANONIMO
               MOVE "  Datos suprimidos el dia:" TO EC-ETIQUETA
               MOVE CLIENTE-FECHA-ANONIMIZADO TO EC-VALOR
               MOVE EXP-CAMPO TO EXP-LINEA
               WRITE EXP-LINEA
           END-IF.

       EXPORTAR-DIRECCION.
           MOVE SPACES TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE "DIRECCION DE REPARTO" TO EXP-LINEA
           WRITE EXP-LINEA
           OPEN INPUT DIRECCIONES
           IF WS-DIRECCIONES-STATUS NOT = "00"
               MOVE EXP-SIN-DATOS TO EXP-LINEA
               WRITE EXP-LINEA
           ELSE
               MOVE WS-CLIENTE-ID TO DIR-CLIENTE-ID
               READ DIRECCIONES
                   INVALID KEY
                       MOVE EXP-SIN-DATOS TO EXP-LINEA
                       WRITE EXP-LINEA
                       END-WRITE
                   NOT INVALID KEY
                       MOVE "  Direccion:" TO EC-ETIQUETA
                       MOVE DIR-DIRECCION TO EC-VALOR
                       MOVE EXP-CAMPO TO EXP-LINEA
                       WRITE EXP-LINEA
                       MOVE "  Poblacion:" TO EC-ETIQUETA
                       MOVE DIR-POBLACION TO EC-VALOR
                       MOVE EXP-CAMPO TO EXP-LINEA
                       WRITE EXP-LINEA
                       MOVE "  Observaciones:" TO EC-ETIQUETA
                       MOVE DIR-OBSERVACIONES TO EC-VALOR
                       MOVE EXP-CAMPO TO EXP-LINEA
                       WRITE EXP-LINEA
               END-READ
               CLOSE DIRECCIONES
           END-IF.

       EXPORTAR-TICKETS.
           MOVE SPACES TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE "TICKETS (NUMERO, FECHA, HORA, TOTAL)" TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE ZEROES TO WS-CONTADOR
           MOVE "N" TO WS-EOF
           OPEN INPUT TICKETS
           IF WS-TICKETS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ TICKETS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF TICKET-CLIENTE-ID = WS-CLIENTE-ID
                               ADD 1 TO WS-CONTADOR
                               MOVE TICKET-NUMERO TO ETK-NUMERO
                               MOVE TICKET-FECHA TO ETK-FECHA
                               MOVE TICKET-HORA TO ETK-HORA
                               MOVE TICKET-TOTAL TO ETK-TOTAL
                               MOVE SPACES TO ETK-NOTA
                               IF TICKET-ES-ANULADO
                                   MOVE "ANULADO" TO ETK-NOTA
                               END-IF
                               MOVE EXP-TICKET TO EXP-LINEA
                               WRITE EXP-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TICKETS
           END-IF
           IF WS-CONTADOR = 0
               MOVE EXP-SIN-DATOS TO EXP-LINEA
               WRITE EXP-LINEA
           END-IF.

       EXPORTAR-PUNTOS.
           MOVE SPACES TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE "MOVIMIENTOS DE PUNTOS" TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE ZEROES TO WS-CONTADOR
           MOVE "N" TO WS-EOF
           OPEN INPUT PUNTOS-MOVIMIENTOS
           IF WS-PUNTOS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ PUNTOS-MOVIMIENTOS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF PM-CLIENTE-ID = WS-CLIENTE-ID
                               ADD 1 TO WS-CONTADOR
                               MOVE PM-FECHA TO EPU-FECHA
                               IF PM-CANJE
                                   MOVE "canje" TO EPU-TIPO
                               ELSE
                                   MOVE "acumulacion" TO EPU-TIPO
                               END-IF
                               MOVE PM-PUNTOS TO EPU-PUNTOS
                               MOVE PM-TICKET-NUMERO TO EPU-TICKET
                               MOVE PM-SALDO-RESULTANTE TO EPU-SALDO
                               MOVE EXP-PUNTOS TO EXP-LINEA
                               WRITE EXP-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUNTOS-MOVIMIENTOS
           END-IF
           IF WS-CONTADOR = 0
               MOVE EXP-SIN-DATOS TO EXP-LINEA
               WRITE EXP-LINEA
           END-IF.

       EXPORTAR-PAGOS.
           MOVE SPACES TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE "COBROS DE LA CUENTA DE FIADO" TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE ZEROES TO WS-CONTADOR
           MOVE "N" TO WS-EOF
           OPEN INPUT PAGOS-CLIENTES
           IF WS-PAGOS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ PAGOS-CLIENTES
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF PC-CLIENTE-ID = WS-CLIENTE-ID
                               ADD 1 TO WS-CONTADOR
                               MOVE PC-FECHA TO EPA-FECHA
                               MOVE PC-HORA TO EPA-HORA
                               MOVE PC-IMPORTE TO EPA-IMPORTE
                               MOVE PC-SALDO-RESULTANTE TO EPA-SALDO
                               MOVE EXP-PAGO TO EXP-LINEA
                               WRITE EXP-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOS-CLIENTES
           END-IF
           IF WS-CONTADOR = 0
               MOVE EXP-SIN-DATOS TO EXP-LINEA
               WRITE EXP-LINEA
           END-IF.

       EXPORTAR-ENCARGOS.
           MOVE SPACES TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE "ENCARGOS" TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE ZEROES TO WS-CONTADOR
           MOVE "N" TO WS-EOF
           OPEN INPUT ENCARGOS
           IF WS-ENCARGOS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ ENCARGOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF EN-CLIENTE-ID = WS-CLIENTE-ID
                               ADD 1 TO WS-CONTADOR
                               MOVE EN-NUMERO TO EEN-NUMERO
                               MOVE EN-FECHA TO EEN-FECHA
                               MOVE EN-DESCRIPCION TO EEN-DESCRIPCION
                               MOVE EN-CANTIDAD TO EEN-CANTIDAD
                               MOVE EN-SENIA TO EEN-SENIA
                               EVALUATE TRUE
                                   WHEN EN-ABIERTO
                                       MOVE "ABIERTO" TO EEN-ESTADO
                                   WHEN EN-EN-PEDIDO
                                       MOVE "PEDIDO" TO EEN-ESTADO
                                   WHEN EN-LLEGADO
                                       MOVE "LLEGADO" TO EEN-ESTADO
                                   WHEN OTHER
                                       MOVE "ENTREGADO" TO EEN-ESTADO
                               END-EVALUATE
                               MOVE EXP-ENCARGO TO EXP-LINEA
                               WRITE EXP-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS
           END-IF
           IF WS-CONTADOR = 0
               MOVE EXP-SIN-DATOS TO EXP-LINEA
               WRITE EXP-LINEA
           END-IF.

       EXPORTAR-RECLAMACIONES.
           MOVE SPACES TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE "HOJAS DE RECLAMACIONES" TO EXP-LINEA
           WRITE EXP-LINEA
           MOVE ZEROES TO WS-CONTADOR
           MOVE "N" TO WS-EOF
           OPEN INPUT RECLAMACIONES
           IF WS-RECLAMACIONES-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ RECLAMACIONES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF HR-CLIENTE-ID = WS-CLIENTE-ID
                               ADD 1 TO WS-CONTADOR
                               MOVE HR-NUMERO TO ERC-NUMERO
                               MOVE HR-FECHA TO ERC-FECHA
                               MOVE HR-DESCRIPCION TO ERC-DESCRIPCION
                               EVALUATE TRUE
                                   WHEN HR-ABIERTA
                                       MOVE "ABIERTA" TO ERC-ESTADO
                                   WHEN HR-RESPONDIDA
                                       MOVE "RESPONDIDA" TO ERC-ESTADO
                                   WHEN OTHER
                                       MOVE "CERRADA" TO ERC-ESTADO
                               END-EVALUATE
                               MOVE EXP-RECLAMACION TO EXP-LINEA
                               WRITE EXP-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECLAMACIONES
           END-IF
           IF WS-CONTADOR = 0
               MOVE EXP-SIN-DATOS TO EXP-LINEA
               WRITE EXP-LINEA
           END-IF.

      *----------------------- SUPRESION DE DATOS ------------------------
       SUPRIMIR-CLIENTE.
           DISPLAY "Codigo del cliente a suprimir: "
           ACCEPT WS-CLIENTE-ID
           MOVE WS-CLIENTE-ID TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE."
               NOT INVALID KEY
                   PERFORM COMPROBAR-IMPEDIMENTOS
                   IF WS-IMPEDIMENTO NOT = SPACES
                       DISPLAY "NO SE PUEDE SUPRIMIR: " WS-IMPEDIMENTO
                   ELSE
                       PERFORM CONFIRMAR-SUPRESION
                   END-IF
           END-READ.

      *> Con el cliente ya leido: suprimido antes, fiado sin saldar,
      *> algun encargo suyo sin entregar o alguna reclamacion suya sin
      *> contestar impiden la supresion.
       COMPROBAR-IMPEDIMENTOS.
           MOVE SPACES TO WS-IMPEDIMENTO
           EVALUATE TRUE
               WHEN CLIENTE-ES-ANONIMO
                   MOVE "SUS DATOS YA ESTAN SUPRIMIDOS."
                       TO WS-IMPEDIMENTO
               WHEN CLIENTE-SALDO-CUENTA > 0
                   MOVE "TIENE SALDO PENDIENTE EN SU CUENTA DE FIADO."
                       TO WS-IMPEDIMENTO
               WHEN OTHER
                   PERFORM BUSCAR-ENCARGO-PENDIENTE
                   IF WS-IMPEDIMENTO = SPACES
                       PERFORM BUSCAR-RECLAMACION-ABIERTA
                   END-IF
           END-EVALUATE.

       BUSCAR-ENCARGO-PENDIENTE.
           MOVE "N" TO WS-EOF
           OPEN INPUT ENCARGOS
           IF WS-ENCARGOS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ ENCARGOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF EN-CLIENTE-ID = CLIENTE-ID AND
                              NOT EN-ENTREGADO
                               MOVE "TIENE UN ENCARGO SIN ENTREGAR."
                                   TO WS-IMPEDIMENTO
                               MOVE "S" TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS
           END-IF.

       BUSCAR-RECLAMACION-ABIERTA.
           MOVE "N" TO WS-EOF
           OPEN INPUT RECLAMACIONES
           IF WS-RECLAMACIONES-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ RECLAMACIONES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF HR-CLIENTE-ID = CLIENTE-ID AND
                              HR-ABIERTA
                               MOVE "TIENE RECLAMACION SIN CONTESTAR."
                                   TO WS-IMPEDIMENTO
                               MOVE "S" TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECLAMACIONES
           END-IF.

       CONFIRMAR-SUPRESION.
           DISPLAY "Cliente " CLIENTE-ID ": " CLIENTE-NOMBRE
           IF CLIENTE-PUNTOS > 0
               DISPLAY "Perdera sus " CLIENTE-PUNTOS
                   " puntos de fidelidad."
           END-IF
           DISPLAY "Se borraran nombre, documento, telefono y"
               " direccion. Confirmar (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM APLICAR-SUPRESION
           ELSE
               DISPLAY "Supresion cancelada."
           END-IF.

      *> Con el cliente leido y sin impedimentos: borra lo personal,
      *> retira los consentimientos y deja la marca con la fecha.
       APLICAR-SUPRESION.
           MOVE CLIENTE-ID TO AUDITORIA-VALOR-ANTES
           MOVE "CLIENTE SUPRIMIDO" TO CLIENTE-NOMBRE
           MOVE SPACES TO CLIENTE-DNI
           MOVE SPACES TO CLIENTE-TELEFONO
           MOVE ZEROES TO CLIENTE-PUNTOS
           MOVE ZEROES TO CLIENTE-LIMITE-CREDITO
           MOVE "N" TO CLIENTE-ES-EMPRESA
           MOVE "N" TO CLIENTE-CONS-SERVICIO
           MOVE WS-HOY TO CLIENTE-FECHA-SERVICIO
           MOVE "N" TO CLIENTE-CONS-MARKETING
           MOVE WS-HOY TO CLIENTE-FECHA-MARKETING
           MOVE "S" TO CLIENTE-ANONIMIZADO
           MOVE WS-HOY TO CLIENTE-FECHA-ANONIMIZADO
           REWRITE CLIENTE-REGISTRO
               INVALID KEY
                   DISPLAY "Error al suprimir. Estado: "
                       WS-CLIENTES-STATUS
                   MOVE "APLICAR-SUPRESION" TO WS-INC-PARRAFO
                   MOVE "CLIENTES-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-CLIENTES-STATUS TO WS-INC-ESTADO
                   MOVE CLIENTE-ID TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               NOT INVALID KEY
                   PERFORM BORRAR-DIRECCION
                   PERFORM SUPRIMIR-RECLAMANTE
                   MOVE "SUPRIMIDO" TO AUDITORIA-VALOR-DESPUES
                   MOVE "ANONIMIZA" TO AUDITORIA-ACCION
                   MOVE SPACES TO AUDITORIA-DETALLE
                   STRING "Supresion de datos del cliente "
                       CLIENTE-ID
                       DELIMITED BY SIZE INTO AUDITORIA-DETALLE
                   PERFORM GRABAR-AUDITORIA-DATOS
                   ADD 1 TO WS-SUPRIMIDOS
                   DISPLAY "Datos del cliente " CLIENTE-ID
                       " suprimidos."
           END-REWRITE.

       BORRAR-DIRECCION.
           OPEN I-O DIRECCIONES
           IF WS-DIRECCIONES-STATUS = "00"
               MOVE CLIENTE-ID TO DIR-CLIENTE-ID
               DELETE DIRECCIONES
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE DIRECCIONES
           END-IF.

      *> Las hojas se conservan (numero, fecha, motivo y respuesta);
      *> solo se borran el nombre y el documento del reclamante.
       SUPRIMIR-RECLAMANTE.
           MOVE "N" TO WS-EOF
           OPEN I-O RECLAMACIONES
           IF WS-RECLAMACIONES-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ RECLAMACIONES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF HR-CLIENTE-ID = CLIENTE-ID
                               MOVE "CLIENTE SUPRIMIDO" TO HR-NOMBRE
                               MOVE SPACES TO HR-DNI
                               REWRITE RECLAMACION-REGISTRO
                                   INVALID KEY
                                       MOVE "SUPRIMIR-RECLAMANTE"
                                           TO WS-INC-PARRAFO
                                       MOVE "RECLAMACIONES-INDEXADO.dat"
                                           TO WS-INC-ARCHIVO
                                       MOVE WS-RECLAMACIONES-STATUS
                                           TO WS-INC-ESTADO
                                       MOVE HR-NUMERO TO WS-INC-CLAVE
                                       PERFORM REGISTRAR-INCIDENCIA
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECLAMACIONES
           END-IF.

      *----------------------- PROPUESTA DE INACTIVOS --------------------
      * El batch la genera cada enero; aqui puede generarse a mano.
      * CLIENTES-INACTIVOS abre el maestro por su cuenta.
       GENERAR-PROPUESTA.
           CLOSE CLIENTES
           CALL "CLIENTES-INACTIVOS" USING WS-HOY,
               WS-ANIOS-INACTIVIDAD, WS-PROPUESTOS
           OPEN I-O CLIENTES.

       REVISAR-PROPUESTA.
           OPEN INPUT PROPUESTA
           IF WS-PROPUESTA-STATUS NOT = "00"
               DISPLAY "NO HAY PROPUESTA DE INACTIVOS. GENERELA ANTES."
           ELSE
               MOVE ZEROES TO WS-SUPRIMIDOS
               MOVE "N" TO WS-FIN-REVISION
               READ PROPUESTA
                   AT END
                       MOVE "S" TO WS-FIN-REVISION
                   NOT AT END
                       DISPLAY "Propuesta del dia " CI-FECHA-PROPUESTA
               END-READ
               PERFORM UNTIL WS-FIN-REVISION = "S"
                   READ PROPUESTA
                       AT END
                           MOVE "S" TO WS-FIN-REVISION
                       NOT AT END
                           PERFORM REVISAR-PROPUESTO
                   END-READ
               END-PERFORM
               CLOSE PROPUESTA
               DISPLAY "Clientes suprimidos en esta revision: "
                   WS-SUPRIMIDOS
           END-IF.

      *> Los ya suprimidos o con algo pendiente desde la propuesta se
      *> saltan con su motivo.
       REVISAR-PROPUESTO.
           MOVE CI-CLIENTE-ID TO CLIENTE-ID
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM COMPROBAR-IMPEDIMENTOS
                   IF WS-IMPEDIMENTO NOT = SPACES
                       IF NOT CLIENTE-ES-ANONIMO
                           DISPLAY CLIENTE-ID " " CLIENTE-NOMBRE
                               " SE MANTIENE: " WS-IMPEDIMENTO
                       END-IF
                   ELSE
                       DISPLAY CLIENTE-ID " " CLIENTE-NOMBRE
                           " ultima actividad " CI-ULTIMA-ACTIVIDAD
                           " puntos " CLIENTE-PUNTOS
                       DISPLAY "Suprimir (S), mantener (N) o"
                           " terminar la revision (F): "
                       ACCEPT WS-CONFIRMA
                       EVALUATE WS-CONFIRMA
                           WHEN "S"
                           WHEN "s"
                               PERFORM APLICAR-SUPRESION
                           WHEN "F"
                           WHEN "f"
                               MOVE "S" TO WS-FIN-REVISION
                       END-EVALUATE
                   END-IF
           END-READ.

      *----------------------- REGISTRO DE AUDITORIA ----------------------
       GRABAR-AUDITORIA-DATOS.
           OPEN EXTEND PRODUCTO-AUDITORIA
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT PRODUCTO-AUDITORIA
           END-IF
           MOVE ZEROES TO AUDITORIA-PRODUCTO-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDITORIA-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDITORIA-HORA
           MOVE WS-OPERADOR TO AUDITORIA-OPERADOR
           WRITE AUDITORIA-REGISTRO
           CLOSE PRODUCTO-AUDITORIA.

       VALIDAR-CLAVE-SUPERVISOR.
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO.

      *> Identidad para la auditoria: la que VALIDAR-OPERADOR ya
      *> probo; la variable de entorno OPERADOR solo respalda los
      *> caminos donde no corrio validacion.
       RESOLVER-OPERADOR-AUDITORIA.
           IF WS-OPERADOR-VALIDADO NOT = SPACES
               MOVE WS-OPERADOR-VALIDADO TO WS-OPERADOR
           ELSE
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "PROTECCION-DATOS" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM PROTECCION-DATOS.
