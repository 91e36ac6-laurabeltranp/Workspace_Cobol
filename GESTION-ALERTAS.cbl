       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-ALERTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS
               ASSIGN TO "ALERTAS-SANITARIAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALERTA-NUMERO
               ALTERNATE RECORD KEY IS ALERTA-PRODUCTO-ID
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-ALERTAS-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT LOTES
               ASSIGN TO "LOTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOTE-CLAVE
               FILE STATUS IS WS-LOTES-STATUS.

           SELECT STOCK-UBICACIONES
               ASSIGN TO "STOCK-UBICACIONES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-CLAVE
               FILE STATUS IS WS-UBI-STATUS.

           SELECT STOCK-OTRA
               ASSIGN TO "STOCK-OTRA-TIENDA-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-PRODUCTO-ID
               FILE STATUS IS WS-OTRA-STATUS.

           SELECT TRANSITO
               ASSIGN TO "TRASPASOS-TRANSITO-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-NUMERO
               FILE STATUS IS WS-TRANSITO-STATUS.

           SELECT TRANSITO-LINEAS
               ASSIGN TO "TRASPASOS-TRANSITO-LINEAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRL-CLAVE
               FILE STATUS IS WS-TRANSLIN-STATUS.

           SELECT VENTAS
               ASSIGN TO "VENTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENTAS-ID
               ALTERNATE RECORD KEY IS VE-PRODUCTO-ID WITH DUPLICATES
               FILE STATUS IS WS-VENTAS-STATUS.

           SELECT TICKETS
               ASSIGN TO "TICKETS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKET-NUMERO
               FILE STATUS IS WS-TICKETS-STATUS.

           SELECT CLIENTES
               ASSIGN TO "CLIENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT DEVOLUCIONES-PROV
               ASSIGN TO "DEVOLUCIONES-PROV-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-DEVPROV-STATUS.

           SELECT MERMAS
               ASSIGN TO "MERMAS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERMAS-STATUS.

           SELECT PRODUCTO-AUDITORIA
               ASSIGN TO "PRODUCTO-AUDITORIA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT KARDEX
               ASSIGN TO "KARDEX.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KARDEX-STATUS.

           SELECT DOCUMENTO-TXT
               ASSIGN TO DYNAMIC WS-NOMBRE-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALERTAS.
           COPY ALERTA.

       FD PRODUCTO.
           COPY PRODFLT.

       FD LOTES.
           COPY LOTE.

       FD STOCK-UBICACIONES.
           COPY STOCKUBI.

       FD STOCK-OTRA.
           COPY STOCKOTR.

       FD TRANSITO.
           COPY TRANSITO.

       FD TRANSITO-LINEAS.
           COPY TRANSLIN.

       FD VENTAS.
           COPY VENTAS.

       FD TICKETS.
           COPY TICKETS.

       FD CLIENTES.
           COPY CLIENTE.

       FD DEVOLUCIONES-PROV.
           COPY DEVPROV.

       FD MERMAS.
           COPY MERMA.

       FD PRODUCTO-AUDITORIA.
           COPY AUDITORIA.

       FD KARDEX.
           COPY KARDEX.

       FD DOCUMENTO-TXT.
       01 DOC-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ALERTAS-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-LOTES-STATUS PIC XX.
       01 WS-UBI-STATUS PIC XX.
       01 WS-OTRA-STATUS PIC XX.
       01 WS-TRANSITO-STATUS PIC XX.
       01 WS-TRANSLIN-STATUS PIC XX.
       01 WS-VENTAS-STATUS PIC XX.
       01 WS-TICKETS-STATUS PIC XX.
       01 WS-CLIENTES-STATUS PIC XX.
       01 WS-DEVPROV-STATUS PIC XX.
       01 WS-MERMAS-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-KARDEX-STATUS PIC XX.
       01 WS-TXT-STATUS PIC XX.
       01 WS-NOMBRE-TXT PIC X(40).
       01 WS-HAY-LOTES PIC X VALUE "N".
       01 FIN PIC X VALUE "N".
       01 OPCION PIC 9 VALUE 0.
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-LINEAS PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-PERIODO-CERRADO PIC X VALUE "N".
       01 WS-ALERTA-CONTADOR PIC 9(6) VALUE ZEROES.
       01 WS-ALERTA-BUSCADA PIC 9(6).
       01 WS-PRODUCTO-ALERTA PIC 9(6).
       01 WS-LOTE-ALERTA PIC X(10).
       01 WS-LOTE-ENCONTRADO PIC X VALUE "N".
       01 WS-UNID-RETIRO PIC 9(6).
       01 WS-PENDIENTES PIC 9(6).
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-VALOR-ANTES PIC X(14) VALUE SPACES.
       01 WS-VALOR-DESPUES PIC X(14) VALUE SPACES.
       01 WS-CONTADOR-LINEAS PIC 9(5) VALUE ZEROES.
       01 WS-UNIDADES-VENDIDAS PIC 9(7)V999 VALUE ZEROES.
       01 WS-TICKETS-ANONIMOS PIC 9(5) VALUE ZEROES.
       01 WS-TICKETS-CLIENTE PIC 9(5) VALUE ZEROES.
       01 WS-UNIDADES-EDIT PIC Z(6)9.
       01 WS-CANTIDAD-EDIT PIC Z(5)9.999.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
           COPY SEGURIDAD.

       01 TIENDA-NOMBRE PIC X(40) VALUE
           "ULTRAMARINOS LA ESQUINA S.L.".
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.
       01 DOC-ALERTA-LINEA.
           05 FILLER PIC X(18) VALUE "ALERTA SANITARIA ".
           05 DA-NUMERO PIC 9(6).
           05 FILLER PIC X(3) VALUE " - ".
           05 DA-ORIGEN PIC X(20).
           05 FILLER PIC X(6) VALUE " REF. ".
           05 DA-REFERENCIA PIC X(20).
       01 DOC-PRODUCTO-LINEA.
           05 FILLER PIC X(10) VALUE "PRODUCTO: ".
           05 DA-PRODUCTO-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DA-DESCRIP PIC X(30).
           05 FILLER PIC X(7) VALUE "  LOTE ".
           05 DA-LOTE PIC X(10).
       01 DOC-FECHAS-LINEA.
           05 FILLER PIC X(10) VALUE "ABIERTA: ".
           05 DA-APERTURA PIC 9(8).
           05 FILLER PIC X(20) VALUE "  VENTAS DESDE EL: ".
           05 DA-DESDE PIC 9(8).
           05 FILLER PIC X(10) VALUE "  MOTIVO: ".
           05 DA-MOTIVO PIC X(30).
       01 DOC-UBICACION-LINEA.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DU-UBICACION PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DU-UNIDADES PIC Z(5)9.
           05 FILLER PIC X(10) VALUE " unidades".
       01 DOC-TRASPASO-LINEA.
           05 FILLER PIC X(13) VALUE "    TRASPASO ".
           05 DT-NUMERO PIC 9(6).
           05 FILLER PIC X(8) VALUE "  ENVIO ".
           05 DT-FECHA PIC 9(8).
           05 FILLER PIC X(8) VALUE "  A ".
           05 DT-TIENDA PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DT-UNIDADES PIC Z(5)9.
           05 FILLER PIC X(11) VALUE " unidades  ".
           05 DT-ESTADO PIC X(12).
       01 DOC-VENTA-LINEA.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DV-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DV-TICKET PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DV-UNIDADES PIC Z(2)9.999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DV-CLIENTE PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DV-NOMBRE PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DV-TELEFONO PIC X(15).
       01 DOC-ACCION-LINEA.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DX-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DX-TIPO PIC X(22).
           05 DX-UNIDADES PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DX-DETALLE PIC X(40).
       01 DOC-CIFRA-LINEA.
           05 DC-ETIQUETA PIC X(40).
           05 DC-CIFRA PIC Z(6)9.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- ALERTAS SANITARIAS -------------------------
      * Retirada de un lote por el proveedor o la autoridad
      * sanitaria. Abrir la alerta bloquea el lote al momento
      * (LOTE-RETIRADO): el FEFO deja de consumirlo y la caja pide
      * mirar el lote de cada envase del producto. La trazabilidad
      * lista donde quedan unidades (casilleros, la otra tienda, los
      * traspasos) y los tickets y clientes identificados que
      * compraron el producto desde la entrada del lote. Lo retirado
      * sale a mermas desde aqui o al proveedor por
      * DEVOLUCION-PROVEEDOR; el cierre deja el informe de lo actuado.
       MAIN-PROGRAM.
           PERFORM CARGAR-PARAMETROS
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "OPERACION NO AUTORIZADA."
               GOBACK
           END-IF
           PERFORM RESOLVER-OPERADOR-AUDITORIA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           OPEN I-O ALERTAS
           IF WS-ALERTAS-STATUS = "35"
               DISPLAY "Archivo de alertas no encontrado, se crea."
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS
           END-IF
           IF WS-ALERTAS-STATUS NOT = "00"
               DISPLAY "Error al abrir ALERTAS-SANITARIAS-INDEXADO.dat"
                   ". Estado: " WS-ALERTAS-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "ALERTAS-SANITARIAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-ALERTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           OPEN I-O PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE ALERTAS
               GOBACK
           END-IF

           OPEN I-O LOTES
           IF WS-LOTES-STATUS = "00"
               MOVE "S" TO WS-HAY-LOTES
           END-IF

           PERFORM RECUPERAR-ULTIMA-ALERTA

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "ALERTAS SANITARIAS (RETIRADA DE LOTES)"
               DISPLAY "1. ABRIR ALERTA Y BLOQUEAR EL LOTE."
               DISPLAY "2. TRAZABILIDAD DE UNA ALERTA."
               DISPLAY "3. RETIRAR UNIDADES DEL LOTE A MERMAS."
               DISPLAY "4. CERRAR ALERTA CON INFORME DE CIERRE."
               DISPLAY "5. LISTADO DE ALERTAS."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION

               EVALUATE OPCION
                   WHEN 1
                       PERFORM ABRIR-ALERTA
                   WHEN 2
                       PERFORM PEDIR-ALERTA
                       IF WS-CAMPO-OK = "S"
                           PERFORM INFORME-TRAZABILIDAD
                       END-IF
                   WHEN 3
                       PERFORM RETIRAR-A-MERMAS
                   WHEN 4
                       PERFORM CERRAR-ALERTA
                   WHEN 5
                       PERFORM LISTAR-ALERTAS
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE ALERTAS
           CLOSE PRODUCTO
           IF WS-HAY-LOTES = "S"
               CLOSE LOTES
           END-IF
           GOBACK.

       RECUPERAR-ULTIMA-ALERTA.
           MOVE ZEROES TO WS-ALERTA-CONTADOR
           MOVE "N" TO WS-EOF
           MOVE ZEROES TO ALERTA-NUMERO
           START ALERTAS KEY IS NOT LESS THAN ALERTA-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ ALERTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE ALERTA-NUMERO TO WS-ALERTA-CONTADOR
               END-READ
           END-PERFORM.

      *----------------------- ABRIR ALERTA -------------------------------
      * El lote queda bloqueado en el acto. Sus unidades siguen en el
      * stock hasta que se retiran; un lote en cuarentena nunca llego
      * a la venta y se desecha desde la cuarentena, no desde aqui.
       ABRIR-ALERTA.
           DISPLAY "ID del producto retirado: "
           ACCEPT WS-PRODUCTO-ALERTA
           MOVE WS-PRODUCTO-ALERTA TO PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "PRODUCTO NO ENCONTRADO."
               NOT INVALID KEY
                   PERFORM PEDIR-LOTE-ALERTA
           END-READ.

       PEDIR-LOTE-ALERTA.
           DISPLAY "Producto: " PRODUCTO-DESCRIP
           DISPLAY "Codigo de lote retirado: "
           ACCEPT WS-LOTE-ALERTA
           IF WS-LOTE-ALERTA = SPACES
               DISPLAY "EL LOTE ES OBLIGATORIO."
           ELSE
               PERFORM BUSCAR-ALERTA-ABIERTA
               IF WS-CAMPO-OK = "S"
                   DISPLAY "YA HAY UNA ALERTA ABIERTA PARA ESE LOTE: "
                       ALERTA-NUMERO
               ELSE
                   PERFORM LEER-LOTE-ALERTA
                   IF WS-LOTE-ENCONTRADO = "S" AND LOTE-EN-CUARENTENA
                       DISPLAY "EL LOTE ESTA EN CUARENTENA: no llego "
                           "a la venta. Deseche el lote desde la "
                           "cuarentena."
                   ELSE
                       PERFORM GRABAR-ALERTA-NUEVA
                   END-IF
               END-IF
           END-IF.

       LEER-LOTE-ALERTA.
           MOVE "N" TO WS-LOTE-ENCONTRADO
           IF WS-HAY-LOTES = "S"
               MOVE WS-PRODUCTO-ALERTA TO LOTE-PRODUCTO-ID
               MOVE WS-LOTE-ALERTA TO LOTE-CODIGO
               READ LOTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-LOTE-ENCONTRADO
               END-READ
           END-IF.

       GRABAR-ALERTA-NUEVA.
           IF WS-LOTE-ENCONTRADO = "N"
               DISPLAY "AVISO: el lote no consta en la tienda; la "
                   "alerta se abre para la caja y la trazabilidad."
           END-IF

           INITIALIZE ALERTA-REGISTRO
           MOVE WS-PRODUCTO-ALERTA TO ALERTA-PRODUCTO-ID
           MOVE WS-LOTE-ALERTA TO ALERTA-LOTE-CODIGO
           MOVE SPACE TO ALERTA-ORIGEN
           PERFORM UNTIL ALERTA-DEL-PROVEEDOR OR ALERTA-DE-SANIDAD
               DISPLAY "Origen (P = proveedor, S = autoridad "
                   "sanitaria): "
               ACCEPT ALERTA-ORIGEN
               MOVE FUNCTION UPPER-CASE(ALERTA-ORIGEN)
                   TO ALERTA-ORIGEN
           END-PERFORM
           DISPLAY "Referencia de la alerta: "
           ACCEPT ALERTA-REFERENCIA
           DISPLAY "Motivo: "
           ACCEPT ALERTA-MOTIVO
           MOVE WS-HOY TO ALERTA-FECHA-APERTURA
           MOVE ZEROES TO ALERTA-FECHA-DESDE
           IF WS-LOTE-ENCONTRADO = "S"
               MOVE LOTE-FECHA-ENTRADA TO ALERTA-FECHA-DESDE
               MOVE LOTE-UNIDADES TO ALERTA-UNIDADES-BLOQUEADAS
           END-IF
           PERFORM UNTIL ALERTA-FECHA-DESDE > 0
               DISPLAY "Fecha de entrada del lote, desde la que "
                   "buscar ventas (AAAAMMDD): "
               ACCEPT ALERTA-FECHA-DESDE
           END-PERFORM
           MOVE ZEROES TO ALERTA-UNIDADES-MERMA
           MOVE ZEROES TO ALERTA-UNIDADES-DEVUELTAS
           MOVE "A" TO ALERTA-ESTADO
           MOVE ZEROES TO ALERTA-FECHA-CIERRE
           MOVE WS-OPERADOR TO ALERTA-OPERADOR
           ADD 1 TO WS-ALERTA-CONTADOR
           MOVE WS-ALERTA-CONTADOR TO ALERTA-NUMERO
           WRITE ALERTA-REGISTRO
               INVALID KEY
                   DISPLAY "Error al grabar la alerta. Estado: "
                       WS-ALERTAS-STATUS
                   MOVE "GRABAR-ALERTA-NUEVA" TO WS-INC-PARRAFO
                   MOVE "ALERTAS-SANITARIAS-INDEXADO.dat"
                       TO WS-INC-ARCHIVO
                   MOVE WS-ALERTAS-STATUS TO WS-INC-ESTADO
                   MOVE ALERTA-NUMERO TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               NOT INVALID KEY
                   PERFORM BLOQUEAR-LOTE-ALERTA
           END-WRITE.

       BLOQUEAR-LOTE-ALERTA.
           IF WS-LOTE-ENCONTRADO = "S"
               MOVE "R" TO LOTE-ESTADO
               REWRITE LOTE-REGISTRO
           END-IF
           PERFORM GRABAR-AUDITORIA-ALERTA
           DISPLAY "ALERTA " ALERTA-NUMERO " ABIERTA. LOTE "
               ALERTA-LOTE-CODIGO " BLOQUEADO EN CAJA Y FEFO."
           PERFORM INFORME-TRAZABILIDAD.

       GRABAR-AUDITORIA-ALERTA.
           OPEN EXTEND PRODUCTO-AUDITORIA
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT PRODUCTO-AUDITORIA
           END-IF
           MOVE ALERTA-PRODUCTO-ID TO AUDITORIA-PRODUCTO-ID
           MOVE "ALERTA" TO AUDITORIA-ACCION
           MOVE SPACES TO AUDITORIA-DETALLE
           STRING "Alerta " ALERTA-NUMERO " lote bloqueado "
               ALERTA-LOTE-CODIGO DELIMITED BY SIZE
               INTO AUDITORIA-DETALLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDITORIA-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDITORIA-HORA
           MOVE WS-OPERADOR TO AUDITORIA-OPERADOR
           MOVE SPACES TO AUDITORIA-VALOR-ANTES
           MOVE "LOTE RETIRADO" TO AUDITORIA-VALOR-DESPUES
           WRITE AUDITORIA-REGISTRO
           CLOSE PRODUCTO-AUDITORIA.

      *> Deja en ALERTA-REGISTRO la alerta abierta del producto y
      *> lote de WS-PRODUCTO-ALERTA / WS-LOTE-ALERTA, si la hay.
       BUSCAR-ALERTA-ABIERTA.
           MOVE "N" TO WS-CAMPO-OK
           MOVE "N" TO WS-EOF
           MOVE WS-PRODUCTO-ALERTA TO ALERTA-PRODUCTO-ID
           START ALERTAS KEY IS EQUAL ALERTA-PRODUCTO-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ ALERTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF ALERTA-PRODUCTO-ID NOT = WS-PRODUCTO-ALERTA
                           MOVE "S" TO WS-EOF
                       ELSE
                           IF ALERTA-ABIERTA AND
                              ALERTA-LOTE-CODIGO = WS-LOTE-ALERTA
                               MOVE "S" TO WS-CAMPO-OK
                               MOVE "S" TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PEDIR-ALERTA.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Numero de alerta: "
           ACCEPT WS-ALERTA-BUSCADA
           MOVE WS-ALERTA-BUSCADA TO ALERTA-NUMERO
           READ ALERTAS
               INVALID KEY
                   DISPLAY "ALERTA NO ENCONTRADA."
               NOT INVALID KEY
                   MOVE "S" TO WS-CAMPO-OK
                   MOVE ALERTA-PRODUCTO-ID TO PRODUCTO-ID
                   READ PRODUCTO
                       INVALID KEY
                           MOVE "(DESCONOCIDO)" TO PRODUCTO-DESCRIP
                   END-READ
           END-READ.

      *----------------------- TRAZABILIDAD -------------------------------
      * Documento ALERTA-nnnnnn-TRAZA.txt. La tienda solo sigue el lote
      * en LOTES: casilleros, otra tienda y traspasos se llevan por
      * producto, asi que se listan completos para revisarlos a mano.
       INFORME-TRAZABILIDAD.
           MOVE SPACES TO WS-NOMBRE-TXT
           STRING "ALERTA-" ALERTA-NUMERO "-TRAZA.txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-TXT
           OPEN OUTPUT DOCUMENTO-TXT
           IF WS-TXT-STATUS NOT = "00"
               DISPLAY "No se pudo crear " WS-NOMBRE-TXT
           ELSE
               PERFORM ESCRIBIR-TRAZABILIDAD
               CLOSE DOCUMENTO-TXT
               DISPLAY "Unidades del lote sin retirar: " WS-PENDIENTES
               DISPLAY "Lineas de venta con cliente: "
                   WS-TICKETS-CLIENTE "  sin cliente: "
                   WS-TICKETS-ANONIMOS
               DISPLAY "Trazabilidad en " WS-NOMBRE-TXT
           END-IF.

       ESCRIBIR-TRAZABILIDAD.
           PERFORM ESCRIBIR-CABECERA-ALERTA
           MOVE "--- UNIDADES DEL LOTE EN LA TIENDA ---" TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE ZEROES TO WS-PENDIENTES
           MOVE ALERTA-PRODUCTO-ID TO WS-PRODUCTO-ALERTA
           MOVE ALERTA-LOTE-CODIGO TO WS-LOTE-ALERTA
           PERFORM LEER-LOTE-ALERTA
           IF WS-LOTE-ENCONTRADO = "S"
               MOVE LOTE-UNIDADES TO WS-PENDIENTES
           END-IF
           MOVE "    Unidades del lote sin retirar" TO DC-ETIQUETA
           MOVE WS-PENDIENTES TO DC-CIFRA
           MOVE DOC-CIFRA-LINEA TO DOC-LINEA
           WRITE DOC-LINEA

           PERFORM TRAZA-UBICACIONES
           PERFORM TRAZA-OTRA-TIENDA
           PERFORM TRAZA-TRASPASOS
           PERFORM TRAZA-VENTAS.

       ESCRIBIR-CABECERA-ALERTA.
           MOVE TIENDA-NOMBRE TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE ALERTA-NUMERO TO DA-NUMERO
           IF ALERTA-DE-SANIDAD
               MOVE "AUTORIDAD SANITARIA" TO DA-ORIGEN
           ELSE
               MOVE "PROVEEDOR" TO DA-ORIGEN
           END-IF
           MOVE ALERTA-REFERENCIA TO DA-REFERENCIA
           MOVE DOC-ALERTA-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE ALERTA-PRODUCTO-ID TO DA-PRODUCTO-ID
           MOVE PRODUCTO-DESCRIP TO DA-DESCRIP
           MOVE ALERTA-LOTE-CODIGO TO DA-LOTE
           MOVE DOC-PRODUCTO-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE ALERTA-FECHA-APERTURA TO DA-APERTURA
           MOVE ALERTA-FECHA-DESDE TO DA-DESDE
           MOVE ALERTA-MOTIVO TO DA-MOTIVO
           MOVE DOC-FECHAS-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA.

       TRAZA-UBICACIONES.
           MOVE "--- STOCK DEL PRODUCTO POR UBICACION ---" TO DOC-LINEA
           WRITE DOC-LINEA
           OPEN INPUT STOCK-UBICACIONES
           IF WS-UBI-STATUS NOT = "00"
               MOVE "    (SIN DESGLOSE POR UBICACION)" TO DOC-LINEA
               WRITE DOC-LINEA
           ELSE
               PERFORM LISTAR-UBICACIONES-ALERTA
               CLOSE STOCK-UBICACIONES
           END-IF.

       LISTAR-UBICACIONES-ALERTA.
           MOVE "N" TO WS-EOF
           MOVE ALERTA-PRODUCTO-ID TO SU-PRODUCTO-ID
           MOVE SPACES TO SU-UBICACION
           START STOCK-UBICACIONES KEY IS NOT LESS THAN SU-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ STOCK-UBICACIONES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF SU-PRODUCTO-ID NOT = ALERTA-PRODUCTO-ID
                           MOVE "S" TO WS-EOF
                       ELSE
                           IF SU-UNIDADES > 0
                               MOVE SU-UBICACION TO DU-UBICACION
                               MOVE SU-UNIDADES TO DU-UNIDADES
                               MOVE DOC-UBICACION-LINEA TO DOC-LINEA
                               WRITE DOC-LINEA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TRAZA-OTRA-TIENDA.
           MOVE "--- OTRA TIENDA (ULTIMA FOTO DE STOCK) ---"
               TO DOC-LINEA
           WRITE DOC-LINEA
           OPEN INPUT STOCK-OTRA
           IF WS-OTRA-STATUS NOT = "00"
               MOVE "    (SIN FOTO DE LA OTRA TIENDA)" TO DOC-LINEA
               WRITE DOC-LINEA
           ELSE
               MOVE ALERTA-PRODUCTO-ID TO SO-PRODUCTO-ID
               READ STOCK-OTRA
                   INVALID KEY
                       MOVE "    (EL PRODUCTO NO ESTA EN LA FOTO)"
                           TO DOC-LINEA
                   NOT INVALID KEY
                       MOVE SO-UNIDADES TO WS-UNIDADES-EDIT
                       MOVE SPACES TO DOC-LINEA
                       STRING "    " WS-UNIDADES-EDIT
                           " unidades en la foto del " SO-FECHA-FOTO
                           DELIMITED BY SIZE INTO DOC-LINEA
               END-READ
               WRITE DOC-LINEA
               CLOSE STOCK-OTRA
           END-IF.

      *> Todo traspaso del producto enviado desde la entrada del lote
      *> puede llevarlo: los que siguen en transito y los ya
      *> confirmados por la otra tienda.
       TRAZA-TRASPASOS.
           MOVE "--- TRASPASOS DEL PRODUCTO DESDE LA ENTRADA ---"
               TO DOC-LINEA
           WRITE DOC-LINEA
           OPEN INPUT TRANSITO
           OPEN INPUT TRANSITO-LINEAS
           IF WS-TRANSITO-STATUS NOT = "00" OR
              WS-TRANSLIN-STATUS NOT = "00"
               MOVE "    (SIN TRASPASOS)" TO DOC-LINEA
               WRITE DOC-LINEA
           ELSE
               MOVE "N" TO WS-EOF-LINEAS
               MOVE ZEROES TO TRL-CLAVE
               START TRANSITO-LINEAS KEY IS NOT LESS THAN TRL-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-LINEAS
               END-START
               PERFORM UNTIL WS-EOF-LINEAS = "S"
                   READ TRANSITO-LINEAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-LINEAS
                       NOT AT END
                           IF TRL-PRODUCTO-ID = ALERTA-PRODUCTO-ID
                               PERFORM ESCRIBIR-LINEA-TRASPASO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-TRANSITO-STATUS = "00"
               CLOSE TRANSITO
           END-IF
           IF WS-TRANSLIN-STATUS = "00"
               CLOSE TRANSITO-LINEAS
           END-IF.

       ESCRIBIR-LINEA-TRASPASO.
           MOVE TRL-NUMERO TO TT-NUMERO
           READ TRANSITO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TT-FECHA-ENVIO >= ALERTA-FECHA-DESDE
                       MOVE TT-NUMERO TO DT-NUMERO
                       MOVE TT-FECHA-ENVIO TO DT-FECHA
                       MOVE TT-TIENDA-DESTINO TO DT-TIENDA
                       MOVE TRL-UNIDADES-ENVIADAS TO DT-UNIDADES
                       IF TT-EN-TRANSITO
                           MOVE "EN TRANSITO" TO DT-ESTADO
                       ELSE
                           MOVE "CONFIRMADO" TO DT-ESTADO
                       END-IF
                       MOVE DOC-TRASPASO-LINEA TO DOC-LINEA
                       WRITE DOC-LINEA
                   END-IF
           END-READ.

      *> Lineas de venta del producto desde la entrada del lote. La
      *> caja no registra el lote vendido: cualquier comprador del
      *> producto en ese plazo pudo llevarse el lote.
       TRAZA-VENTAS.
           MOVE ZEROES TO WS-TICKETS-ANONIMOS
           MOVE ZEROES TO WS-TICKETS-CLIENTE
           MOVE ZEROES TO WS-UNIDADES-VENDIDAS
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE "--- VENTAS DEL PRODUCTO DESDE LA ENTRADA DEL LOTE ---"
               TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE "    FECHA     TICKET  UNIDADES CLIENTE NOMBRE"
               TO DOC-LINEA
           MOVE "TELEFONO" TO DOC-LINEA(72:)
           WRITE DOC-LINEA
           OPEN INPUT VENTAS
           IF WS-VENTAS-STATUS NOT = "00"
               MOVE "    (SIN VENTAS)" TO DOC-LINEA
               WRITE DOC-LINEA
           ELSE
               PERFORM LISTAR-VENTAS-ALERTA
           END-IF.

       LISTAR-VENTAS-ALERTA.
           OPEN INPUT TICKETS
           OPEN INPUT CLIENTES
           MOVE "N" TO WS-EOF
           MOVE ALERTA-PRODUCTO-ID TO VE-PRODUCTO-ID
           START VENTAS KEY IS EQUAL VE-PRODUCTO-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ VENTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF VE-PRODUCTO-ID NOT = ALERTA-PRODUCTO-ID
                           MOVE "S" TO WS-EOF
                       ELSE
                           IF VE-FECHA >= ALERTA-FECHA-DESDE AND
                              NOT VE-ES-ANULADA AND
                              NOT VE-ES-DEPOSITO
                               PERFORM ESCRIBIR-LINEA-VENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENTAS
           IF WS-TICKETS-STATUS = "00"
               CLOSE TICKETS
           END-IF
           IF WS-CLIENTES-STATUS = "00"
               CLOSE CLIENTES
           END-IF
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE WS-UNIDADES-VENDIDAS TO WS-CANTIDAD-EDIT
           MOVE SPACES TO DOC-LINEA
           STRING "    UNIDADES VENDIDAS: " WS-CANTIDAD-EDIT
               DELIMITED BY SIZE INTO DOC-LINEA
           WRITE DOC-LINEA
           MOVE "    Lineas con cliente identificado" TO DC-ETIQUETA
           MOVE WS-TICKETS-CLIENTE TO DC-CIFRA
           MOVE DOC-CIFRA-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE "    Lineas sin cliente (aviso en tienda)"
               TO DC-ETIQUETA
           MOVE WS-TICKETS-ANONIMOS TO DC-CIFRA
           MOVE DOC-CIFRA-LINEA TO DOC-LINEA
           WRITE DOC-LINEA.

       ESCRIBIR-LINEA-VENTA.
           ADD UNIDADES TO WS-UNIDADES-VENDIDAS
           MOVE VE-FECHA TO DV-FECHA
           MOVE VE-TICKET-NUMERO TO DV-TICKET
           MOVE UNIDADES TO DV-UNIDADES
           MOVE ZEROES TO DV-CLIENTE
           MOVE SPACES TO DV-NOMBRE
           MOVE SPACES TO DV-TELEFONO
           IF WS-TICKETS-STATUS = "00"
               MOVE VE-TICKET-NUMERO TO TICKET-NUMERO
               READ TICKETS
                   INVALID KEY
                       MOVE ZEROES TO TICKET-CLIENTE-ID
               END-READ
               MOVE TICKET-CLIENTE-ID TO DV-CLIENTE
           END-IF
           IF DV-CLIENTE > 0
               ADD 1 TO WS-TICKETS-CLIENTE
               IF WS-CLIENTES-STATUS = "00"
                   MOVE DV-CLIENTE TO CLIENTE-ID
                   READ CLIENTES
                       INVALID KEY
                           MOVE "(DESCONOCIDO)" TO DV-NOMBRE
                       NOT INVALID KEY
                           MOVE CLIENTE-NOMBRE TO DV-NOMBRE
                           MOVE CLIENTE-TELEFONO TO DV-TELEFONO
                   END-READ
               END-IF
           ELSE
               ADD 1 TO WS-TICKETS-ANONIMOS
               MOVE "(SIN CLIENTE)" TO DV-NOMBRE
           END-IF
           MOVE DOC-VENTA-LINEA TO DOC-LINEA
           WRITE DOC-LINEA.

      *----------------------- RETIRO A MERMAS ----------------------------
      * Lo que no vuelve al proveedor se destruye: sale del stock y
      * del lote como merma de origen ALERTA. El motivo lleva el
      * numero de alerta y el lote para el informe de cierre.
       RETIRAR-A-MERMAS.
           PERFORM PEDIR-ALERTA
           IF WS-CAMPO-OK = "S"
               IF NOT ALERTA-ABIERTA
                   DISPLAY "LA ALERTA ESTA CERRADA."
               ELSE
                   CALL "PERIODO-CERRADO" USING WS-HOY,
                       WS-PERIODO-CERRADO
                   IF WS-PERIODO-CERRADO = "S"
                       DISPLAY "EL MES " WS-HOY(1:6) " ESTA CERRADO: "
                           "EL RETIRO SE RECHAZA."
                   ELSE
                       PERFORM PEDIR-UNIDADES-MERMA
                   END-IF
               END-IF
           END-IF.

       PEDIR-UNIDADES-MERMA.
           MOVE ZEROES TO WS-PENDIENTES
           MOVE ALERTA-PRODUCTO-ID TO WS-PRODUCTO-ALERTA
           MOVE ALERTA-LOTE-CODIGO TO WS-LOTE-ALERTA
           PERFORM LEER-LOTE-ALERTA
           IF WS-LOTE-ENCONTRADO = "S"
               MOVE LOTE-UNIDADES TO WS-PENDIENTES
           END-IF
           DISPLAY "Producto " PRODUCTO-ID " " PRODUCTO-DESCRIP
           DISPLAY "Lote " ALERTA-LOTE-CODIGO " unidades sin retirar: "
               WS-PENDIENTES "  stock del producto: " PRODUCTO-STOCK
           DISPLAY "Unidades a pasar a mermas: "
           ACCEPT WS-UNID-RETIRO
           IF WS-UNID-RETIRO > PRODUCTO-STOCK
               DISPLAY "NO HAY TANTO STOCK DEL PRODUCTO."
           ELSE
               IF WS-UNID-RETIRO > 0
                   PERFORM GRABAR-MERMA-ALERTA
               END-IF
           END-IF.

       GRABAR-MERMA-ALERTA.
           OPEN EXTEND MERMAS
           IF WS-MERMAS-STATUS = "05" OR WS-MERMAS-STATUS = "35"
               OPEN OUTPUT MERMAS
           END-IF
           MOVE PRODUCTO-ID TO MERMA-PRODUCTO-ID
           MOVE WS-UNID-RETIRO TO MERMA-UNIDADES
           MOVE WS-HOY TO MERMA-FECHA
           MOVE SPACES TO MERMA-MOTIVO
           STRING "ALERTA " ALERTA-NUMERO " LOTE "
               ALERTA-LOTE-CODIGO DELIMITED BY SIZE INTO MERMA-MOTIVO
           COMPUTE MERMA-VALOR = WS-UNID-RETIRO * PRODUCTO-PRECIO
           MOVE "ALERTA" TO MERMA-ORIGEN
           WRITE MERMA-REGISTRO
           CLOSE MERMAS

           MOVE PRODUCTO-STOCK TO WS-VALOR-ANTES
           SUBTRACT WS-UNID-RETIRO FROM PRODUCTO-STOCK
           REWRITE PRODUCTO-REGISTRO
           MOVE PRODUCTO-STOCK TO WS-VALOR-DESPUES

           IF WS-LOTE-ENCONTRADO = "S"
               IF LOTE-UNIDADES >= WS-UNID-RETIRO
                   SUBTRACT WS-UNID-RETIRO FROM LOTE-UNIDADES
               ELSE
                   MOVE ZEROES TO LOTE-UNIDADES
               END-IF
               REWRITE LOTE-REGISTRO
           END-IF

           ADD WS-UNID-RETIRO TO ALERTA-UNIDADES-MERMA
           REWRITE ALERTA-REGISTRO

           OPEN EXTEND KARDEX
           IF WS-KARDEX-STATUS = "05" OR WS-KARDEX-STATUS = "35"
               OPEN OUTPUT KARDEX
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO KARDEX-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO KARDEX-HORA
           MOVE PRODUCTO-ID TO KARDEX-PRODUCTO-ID
           MOVE "MERMA" TO KARDEX-TIPO
           MOVE "-" TO KARDEX-SIGNO
           MOVE WS-UNID-RETIRO TO KARDEX-UNIDADES
           MOVE PRODUCTO-STOCK TO KARDEX-STOCK-RESULTANTE
           MOVE PRODUCTO-COSTO TO KARDEX-COSTO-UNITARIO
           IF PRODUCTO-EN-CONSIGNA
               MOVE ZEROES TO KARDEX-COSTO-UNITARIO
           END-IF
           COMPUTE KARDEX-VALOR =
               KARDEX-UNIDADES * KARDEX-COSTO-UNITARIO
           WRITE KARDEX-REGISTRO
           CLOSE KARDEX

           OPEN EXTEND PRODUCTO-AUDITORIA
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT PRODUCTO-AUDITORIA
           END-IF
           MOVE PRODUCTO-ID TO AUDITORIA-PRODUCTO-ID
           MOVE "RETIRO" TO AUDITORIA-ACCION
           MOVE MERMA-MOTIVO TO AUDITORIA-DETALLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDITORIA-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDITORIA-HORA
           MOVE WS-OPERADOR TO AUDITORIA-OPERADOR
           MOVE WS-VALOR-ANTES TO AUDITORIA-VALOR-ANTES
           MOVE WS-VALOR-DESPUES TO AUDITORIA-VALOR-DESPUES
           WRITE AUDITORIA-REGISTRO
           CLOSE PRODUCTO-AUDITORIA
           MOVE SPACES TO WS-VALOR-ANTES
           MOVE SPACES TO WS-VALOR-DESPUES

           DISPLAY WS-UNID-RETIRO " unidades pasadas a mermas. "
               "Nuevo stock: " PRODUCTO-STOCK.

      *----------------------- CIERRE DE LA ALERTA ------------------------
      * El informe ALERTA-nnnnnn-CIERRE.txt documenta lo actuado: lo
      * bloqueado, cada devolucion al proveedor y cada merma del lote
      * desde la apertura, y lo que quedara sin retirar. El lote
      * sigue bloqueado despues del cierre.
       CERRAR-ALERTA.
           PERFORM PEDIR-ALERTA
           IF WS-CAMPO-OK = "S"
               IF NOT ALERTA-ABIERTA
                   DISPLAY "LA ALERTA YA ESTA CERRADA."
               ELSE
                   PERFORM CONFIRMAR-CIERRE-ALERTA
               END-IF
           END-IF.

       CONFIRMAR-CIERRE-ALERTA.
           MOVE ZEROES TO WS-PENDIENTES
           MOVE ALERTA-PRODUCTO-ID TO WS-PRODUCTO-ALERTA
           MOVE ALERTA-LOTE-CODIGO TO WS-LOTE-ALERTA
           PERFORM LEER-LOTE-ALERTA
           IF WS-LOTE-ENCONTRADO = "S"
               MOVE LOTE-UNIDADES TO WS-PENDIENTES
           END-IF
           IF WS-PENDIENTES > 0
               DISPLAY "QUEDAN " WS-PENDIENTES " UNIDADES DEL LOTE "
                   "SIN RETIRAR."
           END-IF
           DISPLAY "Cerrar la alerta " ALERTA-NUMERO "? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE "C" TO ALERTA-ESTADO
               MOVE WS-HOY TO ALERTA-FECHA-CIERRE
               REWRITE ALERTA-REGISTRO
               MOVE SPACES TO WS-NOMBRE-TXT
               STRING "ALERTA-" ALERTA-NUMERO "-CIERRE.txt"
                   DELIMITED BY SIZE INTO WS-NOMBRE-TXT
               OPEN OUTPUT DOCUMENTO-TXT
               IF WS-TXT-STATUS NOT = "00"
                   DISPLAY "No se pudo crear " WS-NOMBRE-TXT
               ELSE
                   PERFORM ESCRIBIR-INFORME-CIERRE
                   CLOSE DOCUMENTO-TXT
                   DISPLAY "ALERTA " ALERTA-NUMERO " CERRADA. "
                       "Informe en " WS-NOMBRE-TXT
               END-IF
           END-IF.

       ESCRIBIR-INFORME-CIERRE.
           MOVE "INFORME DE CIERRE DE ALERTA SANITARIA" TO DOC-LINEA
           WRITE DOC-LINEA
           PERFORM ESCRIBIR-CABECERA-ALERTA

           MOVE "--- ACTUACIONES ---" TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE ALERTA-FECHA-APERTURA TO DX-FECHA
           MOVE "LOTE BLOQUEADO" TO DX-TIPO
           MOVE ALERTA-UNIDADES-BLOQUEADAS TO DX-UNIDADES
           MOVE SPACES TO DX-DETALLE
           STRING "Abierta por " ALERTA-OPERADOR
               DELIMITED BY SIZE INTO DX-DETALLE
           MOVE DOC-ACCION-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           PERFORM CIERRE-DEVOLUCIONES
           PERFORM CIERRE-MERMAS

           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE "Unidades bloqueadas al abrir" TO DC-ETIQUETA
           MOVE ALERTA-UNIDADES-BLOQUEADAS TO DC-CIFRA
           MOVE DOC-CIFRA-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE "Unidades devueltas al proveedor" TO DC-ETIQUETA
           MOVE ALERTA-UNIDADES-DEVUELTAS TO DC-CIFRA
           MOVE DOC-CIFRA-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE "Unidades destruidas (mermas)" TO DC-ETIQUETA
           MOVE ALERTA-UNIDADES-MERMA TO DC-CIFRA
           MOVE DOC-CIFRA-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE "Unidades del lote sin retirar" TO DC-ETIQUETA
           MOVE WS-PENDIENTES TO DC-CIFRA
           MOVE DOC-CIFRA-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE SPACES TO DOC-LINEA
           STRING "Cerrada el " ALERTA-FECHA-CIERRE " por "
               WS-OPERADOR DELIMITED BY SIZE INTO DOC-LINEA
           WRITE DOC-LINEA.

       CIERRE-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES-PROV
           IF WS-DEVPROV-STATUS = "00"
               PERFORM LISTAR-DEVOLUCIONES-ALERTA
               CLOSE DEVOLUCIONES-PROV
           END-IF.

       LISTAR-DEVOLUCIONES-ALERTA.
           MOVE "N" TO WS-EOF
           MOVE ZEROES TO DP-NUMERO
           START DEVOLUCIONES-PROV KEY IS NOT LESS THAN DP-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ DEVOLUCIONES-PROV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF DP-PRODUCTO-ID = ALERTA-PRODUCTO-ID AND
                          DP-LOTE-CODIGO = ALERTA-LOTE-CODIGO AND
                          DP-FECHA >= ALERTA-FECHA-APERTURA
                           MOVE DP-FECHA TO DX-FECHA
                           MOVE "DEVOLUCION A PROVEEDOR" TO DX-TIPO
                           MOVE DP-UNIDADES TO DX-UNIDADES
                           MOVE SPACES TO DX-DETALLE
                           STRING "RMA " DP-NUMERO " proveedor "
                               DP-PROVEEDOR-ID DELIMITED BY SIZE
                               INTO DX-DETALLE
                           MOVE DOC-ACCION-LINEA TO DOC-LINEA
                           WRITE DOC-LINEA
                       END-IF
               END-READ
           END-PERFORM.

       CIERRE-MERMAS.
           OPEN INPUT MERMAS
           IF WS-MERMAS-STATUS = "00"
               PERFORM LISTAR-MERMAS-ALERTA
               CLOSE MERMAS
           END-IF.

       LISTAR-MERMAS-ALERTA.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ MERMAS
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF MERMA-ORIGEN = "ALERTA" AND
                          MERMA-PRODUCTO-ID = ALERTA-PRODUCTO-ID AND
                          MERMA-MOTIVO(8:6) = ALERTA-NUMERO
                           MOVE MERMA-FECHA TO DX-FECHA
                           MOVE "DESTRUCCION (MERMA)" TO DX-TIPO
                           MOVE MERMA-UNIDADES TO DX-UNIDADES
                           MOVE MERMA-MOTIVO TO DX-DETALLE
                           MOVE DOC-ACCION-LINEA TO DOC-LINEA
                           WRITE DOC-LINEA
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------- LISTADO ------------------------------------
       LISTAR-ALERTAS.
           MOVE "N" TO WS-EOF
           MOVE ZEROES TO ALERTA-NUMERO
           START ALERTAS KEY IS NOT LESS THAN ALERTA-NUMERO
               INVALID KEY
                   DISPLAY "NO HAY ALERTAS REGISTRADAS."
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ ALERTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       DISPLAY ALERTA-NUMERO " " ALERTA-ESTADO " "
                           ALERTA-FECHA-APERTURA " PRODUCTO "
                           ALERTA-PRODUCTO-ID " LOTE "
                           ALERTA-LOTE-CODIGO " BLOQ "
                           ALERTA-UNIDADES-BLOQUEADAS " DEV "
                           ALERTA-UNIDADES-DEVUELTAS " MERMA "
                           ALERTA-UNIDADES-MERMA
               END-READ
           END-PERFORM.

      *> Identidad para la auditoria: la que VALIDAR-OPERADOR ya
      *> probo; la variable de entorno OPERADOR solo respalda los
      *> caminos donde no corrio validacion.
       RESOLVER-OPERADOR-AUDITORIA.
           IF WS-OPERADOR-VALIDADO NOT = SPACES
               MOVE WS-OPERADOR-VALIDADO TO WS-OPERADOR
           ELSE
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           END-IF.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NOMBRE TO TIENDA-NOMBRE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-ALERTAS" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-ALERTAS.
