       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-RECLAMACIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMACIONES
               ASSIGN TO "RECLAMACIONES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-RECLAMACIONES-STATUS.

           SELECT CLIENTES
               ASSIGN TO "CLIENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT TICKETS
               ASSIGN TO "TICKETS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKET-NUMERO
               FILE STATUS IS WS-TICKETS-STATUS.

      *> La reclamacion que acaba en devolucion o vale se enlaza con
      *> ellos: solo se leen para comprobar que existen.
           SELECT DEVOLUCIONES
               ASSIGN TO "DEVOLUCIONES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEVOLUCION-ID
               ALTERNATE RECORD KEY IS DV-PRODUCTO-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS DV-VENTA-ID WITH DUPLICATES
               FILE STATUS IS WS-DEVOLUCIONES-STATUS.

           SELECT VALES
               ASSIGN TO "VALES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VALE-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-VALES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECLAMACIONES.
           COPY RECLAMA.

       FD CLIENTES.
           COPY CLIENTE.

       FD PRODUCTO.
           COPY PRODFLT.

       FD TICKETS.
           COPY TICKETS.

       FD DEVOLUCIONES.
           COPY DEVOLUCION.

       FD VALES.
           COPY VALE.

       WORKING-STORAGE SECTION.
       01 WS-RECLAMACIONES-STATUS PIC XX.
       01 WS-CLIENTES-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-TICKETS-STATUS PIC XX.
       01 WS-DEVOLUCIONES-STATUS PIC XX.
       01 WS-VALES-STATUS PIC XX.
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 OPCION PIC 9 VALUE 0.
       01 FIN PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-CONFIRMA PIC X.
       01 HR-CONTADOR PIC 9(6) VALUE 1.
       01 WS-NUMERO-BUSCADO PIC 9(6).
       01 WS-HOY PIC 9(8).
       01 WS-DIAS PIC S9(5).
       01 WS-IMPORTE-EDIT PIC Z(6)9.99.
       01 WS-PENDIENTES PIC 9(5).
      * Parametros de la tienda: dias para contestar.
           COPY PARAMETRO.
      *----------------------- DOCUMENTO DEL RECLAMANTE -------------------
       01 WS-DNI-NUMERO PIC 9(8).
       01 WS-DNI-LETRA PIC X.
       01 WS-LETRA-CALCULADA PIC X.
       01 WS-NIE-PREFIJO-DIGITO PIC 9.
       01 WS-DNI-OK PIC X VALUE "N".
      *----------------------- INFORMES -----------------------------------
       01 WS-VENCIDAS PIC 9(5).
       01 WS-POR-VENCER PIC 9(5).
       01 WS-ANIO PIC 9(4).
       01 WS-TRIMESTRE PIC 9.
       01 WS-CATEGORIA-TEXTO PIC X(18).
       01 WS-ESTADO-TEXTO PIC X(10).
       01 LISTA-DETALLE.
           05 LR-NUMERO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-LIMITE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-DIAS PIC -(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-CATEGORIA PIC X(18).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-NOMBRE PIC X(20).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- HOJAS DE RECLAMACIONES ---------------------
      * El cajon de las hojas de reclamaciones hecho registro: cada
      * hoja oficial que se entrega queda numerada con quien reclama,
      * el ticket o producto, la categoria y la fecha limite para
      * contestar. La respuesta se anota con su fecha, y si acaba en
      * devolucion o vale se enlaza con ellos. Desde aqui salen el
      * informe de las abiertas cerca del plazo (tambien lo saca el
      * batch cada noche) y el desglose trimestral por categoria y
      * producto.
       INICIO.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           OPEN I-O RECLAMACIONES
           IF WS-RECLAMACIONES-STATUS = "35"
               DISPLAY "Archivo de reclamaciones no encontrado, "
                   "se crea."
               OPEN OUTPUT RECLAMACIONES
               CLOSE RECLAMACIONES
               OPEN I-O RECLAMACIONES
           END-IF
           IF WS-RECLAMACIONES-STATUS NOT = "00"
               DISPLAY "Error al abrir reclamaciones. Estado: "
                   WS-RECLAMACIONES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "RECLAMACIONES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-RECLAMACIONES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"

           PERFORM RECUPERAR-ULTIMA-RECLAMACION

           MOVE "N" TO FIN
           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "HOJAS DE RECLAMACIONES"
               DISPLAY "1. REGISTRAR HOJA DE RECLAMACION."
               DISPLAY "2. LISTAR RECLAMACIONES SIN CONTESTAR."
               DISPLAY "3. ANOTAR LA RESPUESTA."
               DISPLAY "4. ENLAZAR DEVOLUCION O VALE."
               DISPLAY "5. CERRAR RECLAMACION."
               DISPLAY "6. CONSULTAR UNA RECLAMACION."
               DISPLAY "7. INFORME DE PLAZOS (ABIERTAS)."
               DISPLAY "8. DESGLOSE TRIMESTRAL."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       PERFORM REGISTRAR-RECLAMACION
                   WHEN 2
                       PERFORM LISTAR-PENDIENTES
                   WHEN 3
                       PERFORM RESPONDER-RECLAMACION
                   WHEN 4
                       PERFORM ENLAZAR-DEVOLUCION-VALE
                   WHEN 5
                       PERFORM CERRAR-RECLAMACION
                   WHEN 6
                       PERFORM CONSULTAR-RECLAMACION
                   WHEN 7
                       PERFORM INFORME-PLAZOS
                   WHEN 8
                       PERFORM INFORME-TRIMESTRAL
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE RECLAMACIONES
           GOBACK.

       RECUPERAR-ULTIMA-RECLAMACION.
           MOVE 0 TO HR-CONTADOR
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ RECLAMACIONES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE HR-NUMERO TO HR-CONTADOR
               END-READ
           END-PERFORM
           ADD 1 TO HR-CONTADOR.

      *----------------------- ALTA DE LA HOJA ----------------------------
      * Se registra al entregar la hoja al cliente, con los datos que
      * el pone en ella; el plazo para contestar corre desde hoy.
       REGISTRAR-RECLAMACION.
           INITIALIZE RECLAMACION-REGISTRO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Numero impreso en la hoja oficial: "
               MOVE SPACES TO HR-HOJA-OFICIAL
               ACCEPT HR-HOJA-OFICIAL
               IF HR-HOJA-OFICIAL = SPACES
                   DISPLAY "EL NUMERO DE LA HOJA ES OBLIGATORIO."
               ELSE
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-PERFORM

           PERFORM PEDIR-RECLAMANTE
           PERFORM PEDIR-TICKET
           PERFORM PEDIR-PRODUCTO
           PERFORM PEDIR-CATEGORIA

           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Lo que reclama (resumen de la hoja): "
               MOVE SPACES TO HR-DESCRIPCION
               ACCEPT HR-DESCRIPCION
               IF HR-DESCRIPCION = SPACES
                   DISPLAY "LA DESCRIPCION ES OBLIGATORIA."
               ELSE
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-PERFORM

           MOVE HR-CONTADOR TO HR-NUMERO
           MOVE WS-HOY TO HR-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO HR-HORA
           COMPUTE HR-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(HR-FECHA) +
               PA-DIAS-RECLAMACION)
           MOVE "A" TO HR-ESTADO
           MOVE SPACES TO HR-RESPUESTA
           MOVE ZEROES TO HR-FECHA-RESPUESTA
           MOVE ZEROES TO HR-FECHA-CIERRE
           MOVE ZEROES TO HR-DEVOLUCION-ID
           MOVE ZEROES TO HR-VALE-NUMERO
           MOVE WS-OPERADOR TO HR-OPERADOR
           MOVE SPACES TO HR-OPERADOR-RESPUESTA
           WRITE RECLAMACION-REGISTRO INVALID KEY
               DISPLAY "Error al grabar la reclamacion. Estado: "
                   WS-RECLAMACIONES-STATUS
               MOVE "REGISTRAR-RECLAMACION" TO WS-INC-PARRAFO
               MOVE "RECLAMACIONES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-RECLAMACIONES-STATUS TO WS-INC-ESTADO
               MOVE HR-NUMERO TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-RECLAMACIONES-STATUS = "00"
               DISPLAY "RECLAMACION " HR-NUMERO " REGISTRADA. "
                   "CONTESTAR ANTES DEL " HR-FECHA-LIMITE "."
               ADD 1 TO HR-CONTADOR
           END-IF.

      *> Cliente de la ficha o, si no la tiene, nombre y documento
      *> tal como los escribe en la hoja.
       PEDIR-RECLAMANTE.
           DISPLAY "ID del cliente (0 = sin ficha): "
           ACCEPT HR-CLIENTE-ID
           IF HR-CLIENTE-ID NOT NUMERIC
               MOVE 0 TO HR-CLIENTE-ID
           END-IF
           IF HR-CLIENTE-ID > 0
               OPEN INPUT CLIENTES
               IF WS-CLIENTES-STATUS = "00"
                   MOVE HR-CLIENTE-ID TO CLIENTE-ID
                   READ CLIENTES
                       INVALID KEY
                           DISPLAY "CLIENTE NO ENCONTRADO: se toman "
                               "los datos de la hoja."
                           MOVE 0 TO HR-CLIENTE-ID
                       NOT INVALID KEY
                           IF CLIENTE-ES-ANONIMO
                               DISPLAY "CLIENTE CON DATOS SUPRIMIDOS: "
                                   "se toman los datos de la hoja."
                               MOVE 0 TO HR-CLIENTE-ID
                           ELSE
                               DISPLAY "Cliente: " CLIENTE-NOMBRE
                               MOVE CLIENTE-NOMBRE TO HR-NOMBRE
                               MOVE CLIENTE-DNI TO HR-DNI
                           END-IF
                   END-READ
                   CLOSE CLIENTES
               ELSE
                   MOVE 0 TO HR-CLIENTE-ID
               END-IF
           END-IF
           IF HR-CLIENTE-ID = 0
               MOVE "N" TO WS-CAMPO-OK
               PERFORM UNTIL WS-CAMPO-OK = "S"
                   DISPLAY "Nombre y apellidos del reclamante: "
                   MOVE SPACES TO HR-NOMBRE
                   ACCEPT HR-NOMBRE
                   IF HR-NOMBRE = SPACES
                       DISPLAY "EL NOMBRE ES OBLIGATORIO."
                   ELSE
                       MOVE "S" TO WS-CAMPO-OK
                   END-IF
               END-PERFORM
               PERFORM PEDIR-DOCUMENTO
           END-IF.

      *> DNI y NIE se verifican con DNI-VALIDAR; un pasaporte u otro
      *> documento se acepta tal cual, y en blanco si no lo puso.
       PEDIR-DOCUMENTO.
           MOVE "N" TO WS-DNI-OK
           PERFORM UNTIL WS-DNI-OK = "S"
               DISPLAY "DNI/NIE del reclamante (en blanco = no "
                   "consta): "
               MOVE SPACES TO HR-DNI
               ACCEPT HR-DNI
               MOVE FUNCTION UPPER-CASE(HR-DNI) TO HR-DNI
               MOVE SPACE TO WS-LETRA-CALCULADA
               EVALUATE TRUE
                   WHEN HR-DNI = SPACES
                       MOVE "S" TO WS-DNI-OK
                   WHEN HR-DNI(1:8) NUMERIC
                       MOVE HR-DNI(1:8) TO WS-DNI-NUMERO
                       MOVE HR-DNI(9:1) TO WS-DNI-LETRA
                       PERFORM COMPROBAR-LETRA-DNI
                   WHEN HR-DNI(1:1) = "X"
                       MOVE 0 TO WS-NIE-PREFIJO-DIGITO
                       PERFORM ARMAR-NUMERO-NIE
                   WHEN HR-DNI(1:1) = "Y"
                       MOVE 1 TO WS-NIE-PREFIJO-DIGITO
                       PERFORM ARMAR-NUMERO-NIE
                   WHEN HR-DNI(1:1) = "Z"
                       MOVE 2 TO WS-NIE-PREFIJO-DIGITO
                       PERFORM ARMAR-NUMERO-NIE
                   WHEN OTHER
                       MOVE "S" TO WS-DNI-OK
               END-EVALUATE
               IF WS-DNI-OK = "N"
                   DISPLAY "DOCUMENTO INVALIDO. La letra correcta es: "
                       WS-LETRA-CALCULADA
               END-IF
           END-PERFORM.

       ARMAR-NUMERO-NIE.
           IF HR-DNI(2:7) NUMERIC
               COMPUTE WS-DNI-NUMERO =
                   WS-NIE-PREFIJO-DIGITO * 10000000 +
                   FUNCTION NUMVAL(HR-DNI(2:7))
               MOVE HR-DNI(9:1) TO WS-DNI-LETRA
               PERFORM COMPROBAR-LETRA-DNI
           END-IF.

       COMPROBAR-LETRA-DNI.
           CALL "DNI-VALIDAR" USING WS-DNI-NUMERO, WS-LETRA-CALCULADA
           IF WS-DNI-LETRA = WS-LETRA-CALCULADA
               MOVE "S" TO WS-DNI-OK
           END-IF.

       PEDIR-TICKET.
           DISPLAY "Numero de ticket reclamado (0 = no lo trae): "
           ACCEPT HR-TICKET-NUMERO
           IF HR-TICKET-NUMERO NOT NUMERIC
               MOVE 0 TO HR-TICKET-NUMERO
           END-IF
           IF HR-TICKET-NUMERO > 0
               OPEN INPUT TICKETS
               IF WS-TICKETS-STATUS = "00"
                   MOVE HR-TICKET-NUMERO TO TICKET-NUMERO
                   READ TICKETS
                       INVALID KEY
                           DISPLAY "TICKET NO ENCONTRADO: no se anota."
                           MOVE 0 TO HR-TICKET-NUMERO
                       NOT INVALID KEY
                           MOVE TICKET-TOTAL TO WS-IMPORTE-EDIT
                           DISPLAY "Ticket del " TICKET-FECHA
                               " por EUR " WS-IMPORTE-EDIT
                   END-READ
                   CLOSE TICKETS
               END-IF
           END-IF.

       PEDIR-PRODUCTO.
           DISPLAY "ID del producto reclamado (0 = ninguno): "
           ACCEPT HR-PRODUCTO-ID
           IF HR-PRODUCTO-ID NOT NUMERIC
               MOVE 0 TO HR-PRODUCTO-ID
           END-IF
           IF HR-PRODUCTO-ID > 0
               OPEN INPUT PRODUCTO
               IF WS-PRODUCTO-STATUS = "00"
                   MOVE HR-PRODUCTO-ID TO PRODUCTO-ID
                   READ PRODUCTO
                       INVALID KEY
                           DISPLAY "PRODUCTO NO ENCONTRADO: no se "
                               "anota."
                           MOVE 0 TO HR-PRODUCTO-ID
                       NOT INVALID KEY
                           DISPLAY "Producto: " PRODUCTO-DESCRIP
                   END-READ
                   CLOSE PRODUCTO
               END-IF
           END-IF.

       PEDIR-CATEGORIA.
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Categoria: P = precio, M = producto en mal "
                   "estado, T = trato,"
               DISPLAY "           C = caducado, O = otros: "
               ACCEPT HR-CATEGORIA
               MOVE FUNCTION UPPER-CASE(HR-CATEGORIA) TO HR-CATEGORIA
               IF HR-CATEGORIA-VALIDA
                   MOVE "S" TO WS-CAMPO-OK
               ELSE
                   DISPLAY "CATEGORIA NO VALIDA."
               END-IF
           END-PERFORM.

      *----------------------- SIN CONTESTAR ------------------------------
       LISTAR-PENDIENTES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           MOVE ZEROES TO WS-PENDIENTES
           DISPLAY "NUMERO  FECHA     LIMITE     DIAS  CATEGORIA"
               "           RECLAMANTE"
           MOVE "N" TO WS-EOF
           MOVE 0 TO HR-NUMERO
           START RECLAMACIONES KEY IS NOT LESS HR-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ RECLAMACIONES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF HR-ABIERTA
                           PERFORM MOSTRAR-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PENDIENTES = 0
               DISPLAY "NO HAY RECLAMACIONES SIN CONTESTAR."
           END-IF.

      *> Dias que quedan hasta el limite; en negativo, los que lleva
      *> vencida.
       MOSTRAR-PENDIENTE.
           ADD 1 TO WS-PENDIENTES
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(HR-FECHA-LIMITE)
               - FUNCTION INTEGER-OF-DATE(WS-HOY)
           PERFORM TEXTO-CATEGORIA
           MOVE HR-NUMERO TO LR-NUMERO
           MOVE HR-FECHA TO LR-FECHA
           MOVE HR-FECHA-LIMITE TO LR-LIMITE
           MOVE WS-DIAS TO LR-DIAS
           MOVE WS-CATEGORIA-TEXTO TO LR-CATEGORIA
           MOVE HR-NOMBRE TO LR-NOMBRE
           DISPLAY LISTA-DETALLE.

      *----------------------- RESPUESTA ----------------------------------
      * La contestacion que se da al cliente, con la fecha de hoy. Una
      * respondida puede volver a contestarse (el cliente replica); la
      * respuesta nueva sustituye a la anterior.
       RESPONDER-RECLAMACION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           DISPLAY "Numero de reclamacion a contestar: "
           ACCEPT WS-NUMERO-BUSCADO
           MOVE WS-NUMERO-BUSCADO TO HR-NUMERO
           READ RECLAMACIONES
               INVALID KEY
                   DISPLAY "RECLAMACION NO ENCONTRADA."
               NOT INVALID KEY
                   IF HR-CERRADA
                       DISPLAY "LA RECLAMACION YA ESTA CERRADA."
                   ELSE
                       PERFORM ANOTAR-RESPUESTA
                   END-IF
           END-READ.

       ANOTAR-RESPUESTA.
           DISPLAY "Reclama: " HR-NOMBRE
           DISPLAY "Motivo.: " HR-DESCRIPCION
           MOVE "S" TO WS-CONFIRMA
           IF HR-RESPONDIDA
               DISPLAY "Ya contestada el " HR-FECHA-RESPUESTA ": "
                   HR-RESPUESTA
               DISPLAY "Sustituir la respuesta (S/N): "
               ACCEPT WS-CONFIRMA
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           END-IF
           IF WS-CONFIRMA = "S"
               MOVE "N" TO WS-CAMPO-OK
               PERFORM UNTIL WS-CAMPO-OK = "S"
                   DISPLAY "Respuesta dada al cliente: "
                   MOVE SPACES TO HR-RESPUESTA
                   ACCEPT HR-RESPUESTA
                   IF HR-RESPUESTA = SPACES
                       DISPLAY "LA RESPUESTA ES OBLIGATORIA."
                   ELSE
                       MOVE "S" TO WS-CAMPO-OK
                   END-IF
               END-PERFORM
               MOVE "R" TO HR-ESTADO
               MOVE WS-HOY TO HR-FECHA-RESPUESTA
               MOVE WS-OPERADOR TO HR-OPERADOR-RESPUESTA
               PERFORM REGRABAR-RECLAMACION
               IF WS-RECLAMACIONES-STATUS = "00"
                   DISPLAY "RECLAMACION " HR-NUMERO " CONTESTADA."
                   IF HR-FECHA-RESPUESTA > HR-FECHA-LIMITE
                       DISPLAY "AVISO: CONTESTADA FUERA DE PLAZO "
                           "(LIMITE " HR-FECHA-LIMITE ")."
                   END-IF
               END-IF
           END-IF.

      *----------------------- DEVOLUCION Y VALE --------------------------
      * Si la reclamacion se resolvio devolviendo el importe o con un
      * vale, se anotan sus numeros (hechos antes en la caja o en
      * devoluciones). Sin producto anotado se toma el devuelto.
       ENLAZAR-DEVOLUCION-VALE.
           DISPLAY "Numero de reclamacion: "
           ACCEPT WS-NUMERO-BUSCADO
           MOVE WS-NUMERO-BUSCADO TO HR-NUMERO
           READ RECLAMACIONES
               INVALID KEY
                   DISPLAY "RECLAMACION NO ENCONTRADA."
               NOT INVALID KEY
                   PERFORM PEDIR-DEVOLUCION
                   PERFORM PEDIR-VALE
                   PERFORM REGRABAR-RECLAMACION
                   IF WS-RECLAMACIONES-STATUS = "00"
                       DISPLAY "RECLAMACION " HR-NUMERO
                           ": DEVOLUCION " HR-DEVOLUCION-ID
                           "  VALE " HR-VALE-NUMERO
                   END-IF
           END-READ.

       PEDIR-DEVOLUCION.
           DISPLAY "Numero de devolucion (0 = ninguna, actual "
               HR-DEVOLUCION-ID "): "
           ACCEPT WS-NUMERO-BUSCADO
           IF WS-NUMERO-BUSCADO NOT NUMERIC
               MOVE 0 TO WS-NUMERO-BUSCADO
           END-IF
           IF WS-NUMERO-BUSCADO = 0
               MOVE 0 TO HR-DEVOLUCION-ID
           ELSE
               OPEN INPUT DEVOLUCIONES
               IF WS-DEVOLUCIONES-STATUS NOT = "00"
                   DISPLAY "NO HAY DEVOLUCIONES REGISTRADAS."
               ELSE
                   MOVE WS-NUMERO-BUSCADO TO DEVOLUCION-ID
                   READ DEVOLUCIONES
                       INVALID KEY
                           DISPLAY "DEVOLUCION NO ENCONTRADA: no se "
                               "anota."
                       NOT INVALID KEY
                           MOVE DV-REEMBOLSO-IMPORTE TO WS-IMPORTE-EDIT
                           DISPLAY "Devolucion del " DV-FECHA
                               ", producto " DV-PRODUCTO-ID
                               ", EUR " WS-IMPORTE-EDIT
                           MOVE DEVOLUCION-ID TO HR-DEVOLUCION-ID
                           IF HR-PRODUCTO-ID = 0
                               MOVE DV-PRODUCTO-ID TO HR-PRODUCTO-ID
                           END-IF
                   END-READ
                   CLOSE DEVOLUCIONES
               END-IF
           END-IF.

       PEDIR-VALE.
           DISPLAY "Numero de vale (0 = ninguno, actual "
               HR-VALE-NUMERO "): "
           ACCEPT WS-NUMERO-BUSCADO
           IF WS-NUMERO-BUSCADO NOT NUMERIC
               MOVE 0 TO WS-NUMERO-BUSCADO
           END-IF
           IF WS-NUMERO-BUSCADO = 0
               MOVE 0 TO HR-VALE-NUMERO
           ELSE
               OPEN INPUT VALES
               IF WS-VALES-STATUS NOT = "00"
                   DISPLAY "NO HAY VALES EMITIDOS."
               ELSE
                   MOVE WS-NUMERO-BUSCADO TO VALE-NUMERO
                   READ VALES
                       INVALID KEY
                           DISPLAY "VALE NO ENCONTRADO: no se anota."
                       NOT INVALID KEY
                           MOVE VALE-IMPORTE TO WS-IMPORTE-EDIT
                           DISPLAY "Vale del " VALE-FECHA-EMISION
                               " por EUR " WS-IMPORTE-EDIT
                           MOVE VALE-NUMERO TO HR-VALE-NUMERO
                   END-READ
                   CLOSE VALES
               END-IF
           END-IF.

      *----------------------- CIERRE -------------------------------------
      * Solo se cierra lo ya contestado: el cliente quedo conforme o
      * Consumo archivo el expediente.
       CERRAR-RECLAMACION.
           DISPLAY "Numero de reclamacion a cerrar: "
           ACCEPT WS-NUMERO-BUSCADO
           MOVE WS-NUMERO-BUSCADO TO HR-NUMERO
           READ RECLAMACIONES
               INVALID KEY
                   DISPLAY "RECLAMACION NO ENCONTRADA."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN HR-ABIERTA
                           DISPLAY "SIN CONTESTAR: anote la respuesta "
                               "antes de cerrarla."
                       WHEN HR-CERRADA
                           DISPLAY "LA RECLAMACION YA ESTA CERRADA."
                       WHEN OTHER
                           MOVE "C" TO HR-ESTADO
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO HR-FECHA-CIERRE
                           PERFORM REGRABAR-RECLAMACION
                           IF WS-RECLAMACIONES-STATUS = "00"
                               DISPLAY "RECLAMACION " HR-NUMERO
                                   " CERRADA."
                           END-IF
                   END-EVALUATE
           END-READ.

       REGRABAR-RECLAMACION.
           REWRITE RECLAMACION-REGISTRO
               INVALID KEY
                   DISPLAY "Error al grabar la reclamacion. Estado: "
                       WS-RECLAMACIONES-STATUS
                   MOVE "REGRABAR-RECLAMACION" TO WS-INC-PARRAFO
                   MOVE "RECLAMACIONES-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-RECLAMACIONES-STATUS TO WS-INC-ESTADO
                   MOVE HR-NUMERO TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
           END-REWRITE.

      *----------------------- CONSULTA -----------------------------------
       CONSULTAR-RECLAMACION.
           DISPLAY "Numero de reclamacion: "
           ACCEPT WS-NUMERO-BUSCADO
           MOVE WS-NUMERO-BUSCADO TO HR-NUMERO
           READ RECLAMACIONES
               INVALID KEY
                   DISPLAY "RECLAMACION NO ENCONTRADA."
               NOT INVALID KEY
                   PERFORM MOSTRAR-RECLAMACION
           END-READ.

       MOSTRAR-RECLAMACION.
           PERFORM TEXTO-CATEGORIA
           EVALUATE TRUE
               WHEN HR-ABIERTA
                   MOVE "ABIERTA" TO WS-ESTADO-TEXTO
               WHEN HR-RESPONDIDA
                   MOVE "RESPONDIDA" TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE "CERRADA" TO WS-ESTADO-TEXTO
           END-EVALUATE
           DISPLAY "-------------------------------"
           DISPLAY "RECLAMACION " HR-NUMERO "  HOJA " HR-HOJA-OFICIAL
           DISPLAY "Fecha......: " HR-FECHA "  limite " HR-FECHA-LIMITE
           DISPLAY "Reclamante.: " HR-NOMBRE "  " HR-DNI
               "  cliente " HR-CLIENTE-ID
           DISPLAY "Ticket.....: " HR-TICKET-NUMERO
               "  producto " HR-PRODUCTO-ID
           DISPLAY "Categoria..: " WS-CATEGORIA-TEXTO
           DISPLAY "Motivo.....: " HR-DESCRIPCION
           DISPLAY "Estado.....: " WS-ESTADO-TEXTO
           IF NOT HR-ABIERTA
               DISPLAY "Respuesta..: " HR-FECHA-RESPUESTA " "
                   HR-RESPUESTA
           END-IF
           IF HR-CERRADA
               DISPLAY "Cerrada el.: " HR-FECHA-CIERRE
           END-IF
           IF HR-DEVOLUCION-ID > 0 OR HR-VALE-NUMERO > 0
               DISPLAY "Devolucion.: " HR-DEVOLUCION-ID
                   "  vale " HR-VALE-NUMERO
           END-IF.

       TEXTO-CATEGORIA.
           EVALUATE TRUE
               WHEN HR-CAT-PRECIO
                   MOVE "PRECIO" TO WS-CATEGORIA-TEXTO
               WHEN HR-CAT-MAL-ESTADO
                   MOVE "MAL ESTADO" TO WS-CATEGORIA-TEXTO
               WHEN HR-CAT-TRATO
                   MOVE "TRATO" TO WS-CATEGORIA-TEXTO
               WHEN HR-CAT-CADUCADO
                   MOVE "CADUCADO" TO WS-CATEGORIA-TEXTO
               WHEN OTHER
                   MOVE "OTROS" TO WS-CATEGORIA-TEXTO
           END-EVALUATE.

      *----------------------- INFORMES -----------------------------------
       INFORME-PLAZOS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           CALL "REPORTE-RECLAMACIONES" USING WS-HOY, WS-VENCIDAS,
               WS-POR-VENCER.

       INFORME-TRIMESTRAL.
           DISPLAY "Anio (AAAA, 0 = el actual): "
           ACCEPT WS-ANIO
           IF WS-ANIO = 0
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO
           END-IF
           DISPLAY "Trimestre (1-4): "
           ACCEPT WS-TRIMESTRE
           IF WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 4
               DISPLAY "TRIMESTRE INVALIDO."
           ELSE
               CALL "REPORTE-RECLAMACIONES-TRIM" USING WS-ANIO,
                   WS-TRIMESTRE
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-RECLAMACIONES" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-RECLAMACIONES.
